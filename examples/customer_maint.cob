               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CHG-HIST-STATUS.
           SELECT PENDING-APPROVAL-FILE ASSIGN TO "PENDAPPR.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PENDING-STATUS.
           SELECT APPROVAL-REPORT-FILE ASSIGN TO "CUSTAPPR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPR-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 NEW-CREDIT-LIMIT      PIC 9(7)V99.
           05 NEW-CUSTOMER-TYPE     PIC X(01).
           05 NEW-TAX-JURISDICTION  PIC X(02).
           05 NEW-TERMS-CODE        PIC X(02).
           05 NEW-CREDIT-HOLD       PIC X(01).
           05 NEW-PARENT-CUSTOMER-ID PIC 9(5).

       FD RUN-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
           COPY CUSTHIST.

      * Changes waiting on a second operator. Read whole at the
      * start of the run and written back whole at the end, less
      * what was approved, expired or replaced, plus what this
      * cycle held.
       FD PENDING-APPROVAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PENDAPPR.

       FD APPROVAL-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01 APPROVAL-REPORT-LINE      PIC X(120).

       WORKING-STORAGE SECTION.
       01 OLD-MASTER-STATUS         PIC XX VALUE SPACES.
       01 TRAN-STATUS               PIC XX VALUE SPACES.
       01 RUNLOG-STATUS             PIC XX VALUE SPACES.
       01 CTL-RPT-STATUS            PIC XX VALUE SPACES.
       01 CHG-HIST-STATUS           PIC XX VALUE SPACES.
       01 PENDING-STATUS            PIC XX VALUE SPACES.
       01 APPR-RPT-STATUS           PIC XX VALUE SPACES.

      * The transmitted transaction file must prove itself against
      * its control trailer before a single record is applied.
       01 WS-TRAILER-FOUND          PIC X VALUE "N".
       01 WS-CTL-EOF                PIC X VALUE "N".
       01 WS-ABORT                  PIC X VALUE "N".
      * Why the run stopped, for the operator's console message.
       01 WS-ABORT-REASON           PIC X VALUE SPACE.
           88 ABORT-CONTROL-TOTALS  VALUE "C".
           88 ABORT-PENDING-FULL    VALUE "P".
       01 WS-CTL-DISPLAY-COUNT      PIC ZZZZZZ9.
       01 WS-CTL-DISPLAY-AMT        PIC $$,$$$,$$$,$$9.99-.
       01 WS-CTL-MESSAGE            PIC X(90) VALUE SPACES.
       01 WS-CYCLE-DATE              PIC 9(8) VALUE ZEROS.
       01 WS-HISTORY-WRITTEN         PIC 9(7) VALUE ZERO.

      * CUSTMAINT <limit-increase> <expiry-days> - a credit-limit
      * increase of more than the first (seven digits, dollars and
      * cents) waits for a second operator, and a held change not
      * approved within the second (three digits) is dropped.
      * Either left off takes the standing default.
       01 WS-COMMAND-ARG             PIC X(40) VALUE SPACES.
       01 WS-THRESHOLD-DIGITS        PIC X(7) VALUE "0500000".
       01 WS-LIMIT-THRESHOLD REDEFINES WS-THRESHOLD-DIGITS
                                     PIC 9(5)V99.
       01 WS-EXPIRY-DAYS             PIC 9(3) VALUE 14.
       01 WS-AGE-DAYS                PIC S9(7) VALUE ZERO.

      * The approval queue as loaded from PENDAPPR.DAT, with what
      * this cycle did to each entry. Only entries still pending
      * at the end go back on the file.
       01 PENDING-TABLE.
           05 PENDING-ENTRY OCCURS 500 TIMES INDEXED BY PT-IDX.
               10 PT-CUSTOMER-ID         PIC 9(5).
               10 PT-KEYED-DATE          PIC 9(8).
               10 PT-KEYED-BY            PIC X(08).
               10 PT-LIMIT-HELD          PIC X(01).
               10 PT-TYPE-HELD           PIC X(01).
               10 PT-JURISDICTION-HELD   PIC X(01).
               10 PT-OLD-CREDIT-LIMIT    PIC 9(7)V99.
               10 PT-NEW-CREDIT-LIMIT    PIC 9(7)V99.
               10 PT-OLD-CUSTOMER-TYPE   PIC X(01).
               10 PT-NEW-CUSTOMER-TYPE   PIC X(01).
               10 PT-OLD-TAX-JURISDICTION PIC X(02).
               10 PT-NEW-TAX-JURISDICTION PIC X(02).
               10 PT-DISPOSITION         PIC X(01).
                   88 PT-STILL-PENDING   VALUE "P".
                   88 PT-APPROVED        VALUE "A".
                   88 PT-EXPIRED         VALUE "X".
                   88 PT-SUPERSEDED      VALUE "S".
       01 WS-PENDING-COUNT           PIC 9(3) VALUE ZERO.
       01 WS-PENDING-MAX             PIC 9(3) VALUE 500.
       01 WS-PENDING-EOF             PIC X VALUE "N".
       01 WS-PENDING-FOUND           PIC X VALUE "N".

      * Which sensitive fields the transaction in hand would move,
      * and the values they keep on the master until approved.
       01 WS-HOLD-LIMIT              PIC X VALUE "N".
       01 WS-HOLD-TYPE               PIC X VALUE "N".
       01 WS-HOLD-JURISDICTION       PIC X VALUE "N".
       01 WS-KEPT-CREDIT-LIMIT       PIC 9(7)V99 VALUE ZERO.
       01 WS-KEPT-CUSTOMER-TYPE      PIC X(01) VALUE SPACE.
       01 WS-KEPT-TAX-JURISDICTION   PIC X(02) VALUE SPACES.
       01 WS-HOLD-NO-OPERATOR        PIC X VALUE "N".
      * The keying operator of the change an approval releases, for
      * its history record.
       01 WS-APPROVAL-KEYED-BY       PIC X(08) VALUE SPACES.

       01 WS-APPROVAL-REASON         PIC X(45) VALUE SPACES.

       01 WS-APPROVAL-COUNTERS.
           05 WS-CHANGES-HELD        PIC 9(7) VALUE ZERO.
           05 WS-APPROVALS-REJECTED  PIC 9(7) VALUE ZERO.
           05 WS-CHANGES-EXPIRED     PIC 9(7) VALUE ZERO.
           05 WS-CHANGES-SUPERSEDED  PIC 9(7) VALUE ZERO.
           05 WS-CHANGES-STILL-PENDING PIC 9(7) VALUE ZERO.

       01 WS-APPROVAL-HEADING-1.
           05 FILLER PIC X(31) VALUE
               "CUSTOMER MASTER DUAL CONTROL - ".
           05 AH-CYCLE-DATE PIC 9(8).
           05 FILLER PIC X(23) VALUE "   LIMIT INCREASE OVER ".
           05 AH-THRESHOLD PIC $$$,$$9.99.
           05 FILLER PIC X(10) VALUE "   EXPIRY ".
           05 AH-EXPIRY-DAYS PIC ZZ9.
           05 FILLER PIC X(35) VALUE " DAYS".
       01 WS-APPROVAL-HEADING-2.
           05 FILLER PIC X(7) VALUE "CUST".
           05 FILLER PIC X(14) VALUE "ACTION".
           05 FILLER PIC X(10) VALUE "KEYED ON".
           05 FILLER PIC X(10) VALUE "KEYED BY".
           05 FILLER PIC X(10) VALUE "APPROVER".
           05 FILLER PIC X(69) VALUE "CHANGE".
       01 WS-APPROVAL-DETAIL.
           05 AD-CUSTOMER-ID         PIC 9(5).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 AD-ACTION              PIC X(12).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 AD-KEYED-DATE          PIC 9(8).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 AD-KEYED-BY            PIC X(08).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 AD-APPROVED-BY         PIC X(08).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 AD-DETAIL              PIC X(60).
           05 FILLER                 PIC X(9) VALUE SPACES.
       01 WS-DETAIL-POINTER          PIC 9(3) VALUE 1.
       01 WS-EDIT-OLD-LIMIT          PIC $$,$$$,$$9.99.
       01 WS-EDIT-NEW-LIMIT          PIC $$,$$$,$$9.99.
       01 WS-APPROVAL-TOTAL-LINE.
           05 FILLER PIC X(6) VALUE "HELD ".
           05 AT-HELD PIC ZZZ,ZZ9.
           05 FILLER PIC X(12) VALUE "  APPROVED ".
           05 AT-APPROVED PIC ZZZ,ZZ9.
           05 FILLER PIC X(12) VALUE "  REJECTED ".
           05 AT-REJECTED PIC ZZZ,ZZ9.
           05 FILLER PIC X(11) VALUE "  EXPIRED ".
           05 AT-EXPIRED PIC ZZZ,ZZ9.
           05 FILLER PIC X(14) VALUE "  SUPERSEDED ".
           05 AT-SUPERSEDED PIC ZZZ,ZZ9.
           05 FILLER PIC X(17) VALUE "  STILL PENDING ".
           05 AT-STILL-PENDING PIC ZZZ,ZZ9.
           05 FILLER PIC X(6) VALUE SPACES.

       01 WS-COUNTERS.
           05 WS-RECORDS-ADDED       PIC 9(7) VALUE ZERO.
           05 WS-RECORDS-CHANGED     PIC 9(7) VALUE ZERO.
           05 WS-RECORDS-ADJUSTED    PIC 9(7) VALUE ZERO.
           05 WS-RECORDS-DELETED     PIC 9(7) VALUE ZERO.
           05 WS-RECORDS-APPROVED    PIC 9(7) VALUE ZERO.
           05 WS-RECORDS-CARRIED     PIC 9(7) VALUE ZERO.
           05 WS-RECORDS-WRITTEN     PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM CAPTURE-START-TIME.
           PERFORM EDIT-APPROVAL-LIMITS.
           PERFORM VERIFY-TRANSACTION-CONTROL.
           IF WS-ABORT = "N"
               PERFORM LOAD-PENDING-APPROVALS
           END-IF.
           IF WS-ABORT = "N"
               PERFORM OPEN-FILES
               PERFORM READ-OLD-MASTER
               PERFORM MATCH-RECORDS
                   UNTIL OLD-MASTER-EOF AND TRAN-EOF
               PERFORM CLOSE-FILES
               PERFORM REWRITE-PENDING-APPROVALS
               PERFORM DISPLAY-TOTALS
           END-IF.
           PERFORM WRITE-RUN-LOG.
           IF WS-ABORT = "Y"
               EVALUATE TRUE
                   WHEN ABORT-PENDING-FULL
                       DISPLAY "CUSTMAINT: PENDAPPR.DAT too large - "
                           "no transactions applied, see CUSTAPPR.RPT"
                   WHEN OTHER
                       DISPLAY "CUSTMAINT: control-total exception - "
                           "no transactions applied, see CUSTMCTL.RPT"
               END-EVALUATE
               MOVE 16 TO RETURN-CODE
           END-IF.
           STOP RUN.
                   TO CONTROL-REPORT-LINE
               WRITE CONTROL-REPORT-LINE
               MOVE "Y" TO WS-ABORT
               SET ABORT-CONTROL-TOTALS TO TRUE
               MOVE "Y" TO WS-CTL-EOF
           END-IF.
           PERFORM TALLY-CONTROL-RECORD UNTIL WS-CTL-EOF = "Y".
                           TRAN-STATUS
                       MOVE "Y" TO WS-CTL-EOF
                       MOVE "Y" TO WS-ABORT
                       SET ABORT-CONTROL-TOTALS TO TRUE
                   WHEN CUSTOMER-TRAN-RECORD(1:8) = "*TRAILER"
                       MOVE CUSTOMER-TRAN-RECORD(1:28)
                           TO BATCH-CONTROL-TRAILER
                       TO CONTROL-REPORT-LINE
                   WRITE CONTROL-REPORT-LINE
                   MOVE "Y" TO WS-ABORT
                   SET ABORT-CONTROL-TOTALS TO TRUE
               WHEN BCT-RECORD-COUNT NOT = WS-CTL-RECORD-COUNT
                   MOVE SPACES TO WS-CTL-MESSAGE
                   MOVE WS-CTL-RECORD-COUNT TO WS-CTL-DISPLAY-COUNT
                   MOVE WS-CTL-MESSAGE TO CONTROL-REPORT-LINE
                   WRITE CONTROL-REPORT-LINE
                   MOVE "Y" TO WS-ABORT
                   SET ABORT-CONTROL-TOTALS TO TRUE
               WHEN BCT-HASH-TOTAL NOT = WS-CTL-HASH-TOTAL
                   MOVE SPACES TO WS-CTL-MESSAGE
                   MOVE WS-CTL-HASH-TOTAL TO WS-CTL-DISPLAY-AMT
                   MOVE WS-CTL-MESSAGE TO CONTROL-REPORT-LINE
                   WRITE CONTROL-REPORT-LINE
                   MOVE "Y" TO WS-ABORT
                   SET ABORT-CONTROL-TOTALS TO TRUE
               WHEN OTHER
                   MOVE SPACES TO WS-CTL-MESSAGE
                   MOVE WS-CTL-RECORD-COUNT TO WS-CTL-DISPLAY-COUNT
           ACCEPT WS-START-TIMESTAMP(1:8) FROM DATE YYYYMMDD.
           ACCEPT WS-RAW-TIME FROM TIME.
           MOVE WS-RAW-TIME(1:6) TO WS-START-TIMESTAMP(9:6).
           MOVE WS-START-TIMESTAMP(1:8) TO WS-CYCLE-DATE.

       EDIT-APPROVAL-LIMITS.
           ACCEPT WS-COMMAND-ARG FROM COMMAND-LINE.
           IF WS-COMMAND-ARG(1:7) IS NUMERIC
               MOVE WS-COMMAND-ARG(1:7) TO WS-THRESHOLD-DIGITS
           END-IF.
           IF WS-COMMAND-ARG(9:3) IS NUMERIC
               MOVE WS-COMMAND-ARG(9:3) TO WS-EXPIRY-DAYS
           END-IF.

      * Writes one audit record to the shared run log, same layout
      * and append convention CUSTFILE and INVOICECALC use. Records
           MOVE WS-RAW-TIME(1:6) TO WS-END-TIMESTAMP(9:6).
           COMPUTE WS-RECORDS-IN = WS-RECORDS-CARRIED
               + WS-RECORDS-CHANGED + WS-RECORDS-ADJUSTED
               + WS-RECORDS-DELETED + WS-RECORDS-ADDED
               + WS-RECORDS-APPROVED.
           OPEN EXTEND RUN-LOG-FILE.
           IF RUNLOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
      * The history is append-only across cycles - this cycle's
      * changes go in behind every cycle before it.
           OPEN EXTEND CHANGE-HISTORY-FILE.
           IF CHG-HIST-STATUS = "35"
               OPEN OUTPUT CHANGE-HISTORY-FILE
           MOVE CREDIT-LIMIT TO NEW-CREDIT-LIMIT.
           MOVE CUSTOMER-TYPE TO NEW-CUSTOMER-TYPE.
           MOVE TAX-JURISDICTION TO NEW-TAX-JURISDICTION.
           MOVE TERMS-CODE TO NEW-TERMS-CODE.
           MOVE CREDIT-HOLD TO NEW-CREDIT-HOLD.
           MOVE PARENT-CUSTOMER-ID TO NEW-PARENT-CUSTOMER-ID.
           PERFORM WRITE-NEW-MASTER.
           ADD 1 TO WS-RECORDS-CARRIED.

               MOVE TRAN-CREDIT-LIMIT TO NEW-CREDIT-LIMIT
               MOVE TRAN-CUSTOMER-TYPE TO NEW-CUSTOMER-TYPE
               MOVE TRAN-TAX-JURISDICTION TO NEW-TAX-JURISDICTION
               MOVE TRAN-TERMS-CODE TO NEW-TERMS-CODE
               MOVE SPACE TO NEW-CREDIT-HOLD
               PERFORM APPLY-CREDIT-HOLD
               PERFORM APPLY-PARENT-CUSTOMER
               PERFORM SCREEN-NEW-ACCOUNT
               PERFORM HOLD-SENSITIVE-FIELDS
               MOVE "N" TO WS-HOLD-DELETED
               ADD 1 TO WS-RECORDS-ADDED
      * The add's history record: a blank before image, the record
           MOVE CREDIT-LIMIT TO NEW-CREDIT-LIMIT.
           MOVE CUSTOMER-TYPE TO NEW-CUSTOMER-TYPE.
           MOVE TAX-JURISDICTION TO NEW-TAX-JURISDICTION.
           MOVE TERMS-CODE TO NEW-TERMS-CODE.
           MOVE CREDIT-HOLD TO NEW-CREDIT-HOLD.
           MOVE PARENT-CUSTOMER-ID TO NEW-PARENT-CUSTOMER-ID.
           MOVE "N" TO WS-HOLD-DELETED.
           PERFORM APPLY-ONE-TRANSACTION
               UNTIL TRAN-EOF
                   MOVE TRAN-CUSTOMER-TYPE TO NEW-CUSTOMER-TYPE
                   MOVE TRAN-TAX-JURISDICTION TO
                       NEW-TAX-JURISDICTION
                   MOVE TRAN-TERMS-CODE TO NEW-TERMS-CODE
                   MOVE SPACE TO NEW-CREDIT-HOLD
                   PERFORM APPLY-CREDIT-HOLD
                   PERFORM APPLY-PARENT-CUSTOMER
                   PERFORM SCREEN-NEW-ACCOUNT
                   PERFORM HOLD-SENSITIVE-FIELDS
                   MOVE "N" TO WS-HOLD-DELETED
                   ADD 1 TO WS-RECORDS-ADDED
                   MOVE "Y" TO WS-TRAN-APPLIED
                   DISPLAY "Rejected - CUSTOMER-ID " TRAN-CUSTOMER-ID
                       " already exists, cannot add"
               WHEN TRAN-CHANGE
                   PERFORM SCREEN-SENSITIVE-CHANGE
                   MOVE TRAN-CUSTOMER-NAME TO NEW-CUSTOMER-NAME
                   MOVE TRAN-CUSTOMER-ADDRESS TO NEW-CUSTOMER-ADDRESS
                   MOVE TRAN-CUSTOMER-PHONE TO NEW-CUSTOMER-PHONE
                   MOVE TRAN-CUSTOMER-TYPE TO NEW-CUSTOMER-TYPE
                   MOVE TRAN-TAX-JURISDICTION TO
                       NEW-TAX-JURISDICTION
                   MOVE TRAN-TERMS-CODE TO NEW-TERMS-CODE
                   PERFORM APPLY-CREDIT-HOLD
                   PERFORM APPLY-PARENT-CUSTOMER
                   PERFORM HOLD-SENSITIVE-FIELDS
                   ADD 1 TO WS-RECORDS-CHANGED
                   MOVE "Y" TO WS-TRAN-APPLIED
               WHEN TRAN-BAL-ADJ
                       MOVE TRAN-LAST-PAYMENT-DATE TO
                           NEW-LAST-PAYMENT-DATE
                   END-IF
                   PERFORM APPLY-CREDIT-HOLD
                   ADD 1 TO WS-RECORDS-ADJUSTED
                   MOVE "Y" TO WS-TRAN-APPLIED
               WHEN TRAN-DELETE
                   MOVE "Y" TO WS-HOLD-DELETED
                   ADD 1 TO WS-RECORDS-DELETED
                   MOVE "Y" TO WS-TRAN-APPLIED
               WHEN TRAN-APPROVE
                   PERFORM APPLY-APPROVAL
               WHEN OTHER
                   DISPLAY "Unknown transaction code " TRAN-CODE
                       " for CUSTOMER-ID " TRAN-CUSTOMER-ID
           END-IF.
           PERFORM READ-TRANSACTION.

      * The hold moves only when the transaction says so - a change
      * keyed for an address doesn't release a hold credit placed.
       APPLY-CREDIT-HOLD.
           EVALUATE TRUE
               WHEN TRAN-HOLD-SET
                   MOVE "H" TO NEW-CREDIT-HOLD
               WHEN TRAN-HOLD-RELEASE
                   MOVE SPACE TO NEW-CREDIT-HOLD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * An account cannot be its own parent - a transaction that
      * says so is keyed wrong, and the account is left standing
      * alone rather than made a family of one.
       APPLY-PARENT-CUSTOMER.
           IF TRAN-PARENT-CUSTOMER-ID = TRAN-CUSTOMER-ID
               DISPLAY "CUSTMAINT: CUSTOMER-ID " TRAN-CUSTOMER-ID
                   " named as its own parent - parent not set"
               MOVE ZERO TO NEW-PARENT-CUSTOMER-ID
           ELSE
               MOVE TRAN-PARENT-CUSTOMER-ID TO NEW-PARENT-CUSTOMER-ID
           END-IF.

      * A credit-limit increase above the threshold, or any move of
      * type or jurisdiction, is held back for a second operator;
      * the rest of the change - address, terms, the balance it
      * carries - applies tonight as keyed.
       SCREEN-SENSITIVE-CHANGE.
           MOVE "N" TO WS-HOLD-LIMIT WS-HOLD-TYPE WS-HOLD-JURISDICTION.
           MOVE NEW-CREDIT-LIMIT TO WS-KEPT-CREDIT-LIMIT.
           MOVE NEW-CUSTOMER-TYPE TO WS-KEPT-CUSTOMER-TYPE.
           MOVE NEW-TAX-JURISDICTION TO WS-KEPT-TAX-JURISDICTION.
           IF TRAN-CREDIT-LIMIT > NEW-CREDIT-LIMIT + WS-LIMIT-THRESHOLD
               MOVE "Y" TO WS-HOLD-LIMIT
           END-IF.
           IF TRAN-CUSTOMER-TYPE NOT = NEW-CUSTOMER-TYPE
               MOVE "Y" TO WS-HOLD-TYPE
           END-IF.
           IF TRAN-TAX-JURISDICTION NOT = NEW-TAX-JURISDICTION
               MOVE "Y" TO WS-HOLD-JURISDICTION
           END-IF.
           PERFORM SCREEN-KEYING-OPERATOR.

      * A new account's limit is an increase from nothing. Its type
      * and jurisdiction are being set, not changed, and go on as
      * keyed.
       SCREEN-NEW-ACCOUNT.
           MOVE "N" TO WS-HOLD-LIMIT WS-HOLD-TYPE WS-HOLD-JURISDICTION.
           MOVE ZERO TO WS-KEPT-CREDIT-LIMIT.
           MOVE TRAN-CUSTOMER-TYPE TO WS-KEPT-CUSTOMER-TYPE.
           MOVE TRAN-TAX-JURISDICTION TO WS-KEPT-TAX-JURISDICTION.
           IF TRAN-CREDIT-LIMIT > WS-LIMIT-THRESHOLD
               MOVE "Y" TO WS-HOLD-LIMIT
           END-IF.
           PERFORM SCREEN-KEYING-OPERATOR.

      * A held change with no keying operator on it could be approved
      * by anyone, the keyer included. Its held fields keep their
      * old values and it goes back to be keyed again under a name.
       SCREEN-KEYING-OPERATOR.
           MOVE "N" TO WS-HOLD-NO-OPERATOR.
           IF (WS-HOLD-LIMIT = "Y" OR WS-HOLD-TYPE = "Y"
               OR WS-HOLD-JURISDICTION = "Y")
               AND TRAN-OPERATOR-ID = SPACES
               MOVE "Y" TO WS-HOLD-NO-OPERATOR
               DISPLAY "Rejected - held change for CUSTOMER-ID "
                   WS-GROUP-KEY ": KEYED WITH NO OPERATOR - REKEY"
               MOVE WS-GROUP-KEY TO AD-CUSTOMER-ID
               MOVE "NOT HELD" TO AD-ACTION
               MOVE WS-CYCLE-DATE TO AD-KEYED-DATE
               MOVE SPACES TO AD-KEYED-BY
               MOVE SPACES TO AD-APPROVED-BY
               MOVE "KEYED WITH NO OPERATOR - REKEY" TO AD-DETAIL
               PERFORM WRITE-APPROVAL-LINE
           END-IF.

      * Puts the kept values back over what the transaction moved
      * and queues the keyed ones for approval, unless the change
      * was keyed with no operator.
       HOLD-SENSITIVE-FIELDS.
           IF WS-HOLD-LIMIT = "Y" OR WS-HOLD-TYPE = "Y"
               OR WS-HOLD-JURISDICTION = "Y"
               IF WS-HOLD-LIMIT = "Y"
                   MOVE WS-KEPT-CREDIT-LIMIT TO NEW-CREDIT-LIMIT
               END-IF
               IF WS-HOLD-TYPE = "Y"
                   MOVE WS-KEPT-CUSTOMER-TYPE TO NEW-CUSTOMER-TYPE
               END-IF
               IF WS-HOLD-JURISDICTION = "Y"
                   MOVE WS-KEPT-TAX-JURISDICTION
                       TO NEW-TAX-JURISDICTION
               END-IF
               IF WS-HOLD-NO-OPERATOR = "N"
                   PERFORM QUEUE-PENDING-APPROVAL
               END-IF
           END-IF.

      * One held change per customer - a later one replaces what is
      * waiting, since it is what the operator now wants.
       QUEUE-PENDING-APPROVAL.
           PERFORM FIND-PENDING-APPROVAL.
           IF WS-PENDING-FOUND = "Y"
               SET PT-SUPERSEDED(PT-IDX) TO TRUE
               ADD 1 TO WS-CHANGES-SUPERSEDED
               MOVE "SUPERSEDED" TO AD-ACTION
               MOVE SPACES TO AD-APPROVED-BY
               PERFORM WRITE-PENDING-LINE
           END-IF.
           IF WS-PENDING-COUNT < WS-PENDING-MAX
               ADD 1 TO WS-PENDING-COUNT
               SET PT-IDX TO WS-PENDING-COUNT
               MOVE WS-GROUP-KEY TO PT-CUSTOMER-ID(PT-IDX)
               MOVE WS-CYCLE-DATE TO PT-KEYED-DATE(PT-IDX)
               MOVE TRAN-OPERATOR-ID TO PT-KEYED-BY(PT-IDX)
               MOVE WS-HOLD-LIMIT TO PT-LIMIT-HELD(PT-IDX)
               MOVE WS-HOLD-TYPE TO PT-TYPE-HELD(PT-IDX)
               MOVE WS-HOLD-JURISDICTION
                   TO PT-JURISDICTION-HELD(PT-IDX)
               MOVE WS-KEPT-CREDIT-LIMIT
                   TO PT-OLD-CREDIT-LIMIT(PT-IDX)
               MOVE TRAN-CREDIT-LIMIT TO PT-NEW-CREDIT-LIMIT(PT-IDX)
               MOVE WS-KEPT-CUSTOMER-TYPE
                   TO PT-OLD-CUSTOMER-TYPE(PT-IDX)
               MOVE TRAN-CUSTOMER-TYPE
                   TO PT-NEW-CUSTOMER-TYPE(PT-IDX)
               MOVE WS-KEPT-TAX-JURISDICTION
                   TO PT-OLD-TAX-JURISDICTION(PT-IDX)
               MOVE TRAN-TAX-JURISDICTION
                   TO PT-NEW-TAX-JURISDICTION(PT-IDX)
               SET PT-STILL-PENDING(PT-IDX) TO TRUE
               ADD 1 TO WS-CHANGES-HELD
               MOVE "HELD" TO AD-ACTION
               MOVE SPACES TO AD-APPROVED-BY
               PERFORM WRITE-PENDING-LINE
           ELSE
               DISPLAY "CUSTMAINT: approval queue full - held "
                   "change for CUSTOMER-ID " WS-GROUP-KEY
                   " not kept, key it again"
               MOVE WS-GROUP-KEY TO AD-CUSTOMER-ID
               MOVE "NOT HELD" TO AD-ACTION
               MOVE WS-CYCLE-DATE TO AD-KEYED-DATE
               MOVE TRAN-OPERATOR-ID TO AD-KEYED-BY
               MOVE SPACES TO AD-APPROVED-BY
               MOVE "APPROVAL QUEUE FULL - KEY IT AGAIN" TO AD-DETAIL
               PERFORM WRITE-APPROVAL-LINE
           END-IF.

       FIND-PENDING-APPROVAL.
           MOVE "N" TO WS-PENDING-FOUND.
           SET PT-IDX TO 1.
           SEARCH PENDING-ENTRY
               AT END
                   CONTINUE
               WHEN PT-IDX > WS-PENDING-COUNT
                   CONTINUE
               WHEN PT-CUSTOMER-ID(PT-IDX) = WS-GROUP-KEY
                   AND PT-STILL-PENDING(PT-IDX)
                   MOVE "Y" TO WS-PENDING-FOUND
           END-SEARCH.

      * The held values go on the master only for a second operator
      * approving in a later cycle than the one the change was keyed
      * in. A refused approval leaves the change waiting.
       APPLY-APPROVAL.
           PERFORM FIND-PENDING-APPROVAL.
           MOVE SPACES TO WS-APPROVAL-REASON.
           EVALUATE TRUE
               WHEN WS-HOLD-DELETED = "Y"
                   MOVE "CUSTOMER DELETED THIS CYCLE"
                       TO WS-APPROVAL-REASON
               WHEN WS-PENDING-FOUND = "N"
                   MOVE "NO CHANGE PENDING APPROVAL"
                       TO WS-APPROVAL-REASON
               WHEN PT-KEYED-BY(PT-IDX) = SPACES
                   MOVE "KEYED WITH NO OPERATOR - REKEY"
                       TO WS-APPROVAL-REASON
               WHEN PT-KEYED-DATE(PT-IDX) NOT < WS-CYCLE-DATE
                   MOVE "KEYED THIS CYCLE - APPROVE IN A LATER ONE"
                       TO WS-APPROVAL-REASON
               WHEN TRAN-OPERATOR-ID = SPACES
                   MOVE "APPROVAL CARRIES NO OPERATOR"
                       TO WS-APPROVAL-REASON
               WHEN TRAN-OPERATOR-ID = PT-KEYED-BY(PT-IDX)
                   MOVE "APPROVER IS THE OPERATOR WHO KEYED IT"
                       TO WS-APPROVAL-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-APPROVAL-REASON = SPACES
               IF PT-LIMIT-HELD(PT-IDX) = "Y"
                   MOVE PT-NEW-CREDIT-LIMIT(PT-IDX) TO NEW-CREDIT-LIMIT
               END-IF
               IF PT-TYPE-HELD(PT-IDX) = "Y"
                   MOVE PT-NEW-CUSTOMER-TYPE(PT-IDX)
                       TO NEW-CUSTOMER-TYPE
               END-IF
               IF PT-JURISDICTION-HELD(PT-IDX) = "Y"
                   MOVE PT-NEW-TAX-JURISDICTION(PT-IDX)
                       TO NEW-TAX-JURISDICTION
               END-IF
               SET PT-APPROVED(PT-IDX) TO TRUE
               MOVE PT-KEYED-BY(PT-IDX) TO WS-APPROVAL-KEYED-BY
               ADD 1 TO WS-RECORDS-APPROVED
               MOVE "Y" TO WS-TRAN-APPLIED
               MOVE "APPROVED" TO AD-ACTION
               MOVE TRAN-OPERATOR-ID TO AD-APPROVED-BY
               PERFORM WRITE-PENDING-LINE
           ELSE
               DISPLAY "Rejected - approval for CUSTOMER-ID "
                   WS-GROUP-KEY ": " WS-APPROVAL-REASON
               ADD 1 TO WS-APPROVALS-REJECTED
               MOVE WS-GROUP-KEY TO AD-CUSTOMER-ID
               MOVE "REJECTED" TO AD-ACTION
               IF WS-PENDING-FOUND = "Y"
                   MOVE PT-KEYED-DATE(PT-IDX) TO AD-KEYED-DATE
                   MOVE PT-KEYED-BY(PT-IDX) TO AD-KEYED-BY
               ELSE
                   MOVE ZERO TO AD-KEYED-DATE
                   MOVE SPACES TO AD-KEYED-BY
               END-IF
               MOVE TRAN-OPERATOR-ID TO AD-APPROVED-BY
               MOVE WS-APPROVAL-REASON TO AD-DETAIL
               PERFORM WRITE-APPROVAL-LINE
           END-IF.

       CAPTURE-BEFORE-IMAGE.
           MOVE NEW-CUSTOMER-NAME TO CHB-CUSTOMER-NAME.
           MOVE NEW-CUSTOMER-ADDRESS TO CHB-CUSTOMER-ADDRESS.
           MOVE NEW-CREDIT-LIMIT TO CHB-CREDIT-LIMIT.
           MOVE NEW-CUSTOMER-TYPE TO CHB-CUSTOMER-TYPE.
           MOVE NEW-TAX-JURISDICTION TO CHB-TAX-JURISDICTION.
           MOVE NEW-TERMS-CODE TO CHB-TERMS-CODE.
           MOVE NEW-CREDIT-HOLD TO CHB-CREDIT-HOLD.
           MOVE NEW-PARENT-CUSTOMER-ID TO CHB-PARENT-CUSTOMER-ID.

       CLEAR-BEFORE-IMAGE.
           MOVE SPACES TO CHB-CUSTOMER-NAME CHB-CUSTOMER-ADDRESS
               CHB-CUSTOMER-PHONE CHB-CUSTOMER-TYPE
               CHB-TAX-JURISDICTION CHB-TERMS-CODE CHB-CREDIT-HOLD.
           MOVE ZERO TO CHB-BALANCE CHB-LAST-PAYMENT-DATE
               CHB-CREDIT-LIMIT CHB-PARENT-CUSTOMER-ID.

      * The after image is the record as it stands once the
      * transaction has been applied - except a delete, whose after
           MOVE WS-CYCLE-DATE TO CH-CYCLE-DATE.
           MOVE WS-GROUP-KEY TO CH-CUSTOMER-ID.
           MOVE TRAN-CODE TO CH-TRAN-CODE.
           IF TRAN-APPROVE
               MOVE WS-APPROVAL-KEYED-BY TO CH-KEYED-BY
               MOVE TRAN-OPERATOR-ID TO CH-APPROVED-BY
           ELSE
               MOVE TRAN-OPERATOR-ID TO CH-KEYED-BY
               MOVE SPACES TO CH-APPROVED-BY
           END-IF.
           IF TRAN-DELETE
               MOVE SPACES TO CHA-CUSTOMER-NAME
                   CHA-CUSTOMER-ADDRESS CHA-CUSTOMER-PHONE
                   CHA-CUSTOMER-TYPE CHA-TAX-JURISDICTION
                   CHA-TERMS-CODE CHA-CREDIT-HOLD
               MOVE ZERO TO CHA-BALANCE CHA-LAST-PAYMENT-DATE
                   CHA-CREDIT-LIMIT CHA-PARENT-CUSTOMER-ID
           ELSE
               MOVE NEW-CUSTOMER-NAME TO CHA-CUSTOMER-NAME
               MOVE NEW-CUSTOMER-ADDRESS TO CHA-CUSTOMER-ADDRESS
               MOVE NEW-CREDIT-LIMIT TO CHA-CREDIT-LIMIT
               MOVE NEW-CUSTOMER-TYPE TO CHA-CUSTOMER-TYPE
               MOVE NEW-TAX-JURISDICTION TO CHA-TAX-JURISDICTION
               MOVE NEW-TERMS-CODE TO CHA-TERMS-CODE
               MOVE NEW-CREDIT-HOLD TO CHA-CREDIT-HOLD
               MOVE NEW-PARENT-CUSTOMER-ID TO CHA-PARENT-CUSTOMER-ID
           END-IF.
           WRITE CUSTOMER-HISTORY-RECORD.
           IF CHG-HIST-STATUS NOT = "00"
               ADD 1 TO WS-RECORDS-WRITTEN
           END-IF.

      * The queue is loaded before any transaction is applied, and
      * what has waited past the expiry days is dropped first - an
      * approval that comes in after that is refused like any other
      * with nothing to approve.
       LOAD-PENDING-APPROVALS.
           OPEN OUTPUT APPROVAL-REPORT-FILE.
           IF APPR-RPT-STATUS NOT = "00"
               DISPLAY "Error opening CUSTAPPR.RPT: " APPR-RPT-STATUS
           END-IF.
           MOVE WS-CYCLE-DATE TO AH-CYCLE-DATE.
           MOVE WS-LIMIT-THRESHOLD TO AH-THRESHOLD.
           MOVE WS-EXPIRY-DAYS TO AH-EXPIRY-DAYS.
           MOVE WS-APPROVAL-HEADING-1 TO APPROVAL-REPORT-LINE.
           WRITE APPROVAL-REPORT-LINE.
           MOVE WS-APPROVAL-HEADING-2 TO APPROVAL-REPORT-LINE.
           WRITE APPROVAL-REPORT-LINE.
           OPEN INPUT PENDING-APPROVAL-FILE.
           IF PENDING-STATUS NOT = "00"
               MOVE "Y" TO WS-PENDING-EOF
           END-IF.
           PERFORM READ-PENDING-APPROVAL.
           PERFORM STORE-PENDING-APPROVAL
               UNTIL WS-PENDING-EOF = "Y".
           IF PENDING-STATUS = "00" OR PENDING-STATUS = "10"
               CLOSE PENDING-APPROVAL-FILE
           END-IF.
           IF WS-ABORT = "Y"
               MOVE "PENDAPPR.DAT TOO LARGE - NOTHING APPLIED"
                   TO APPROVAL-REPORT-LINE
               WRITE APPROVAL-REPORT-LINE
               CLOSE APPROVAL-REPORT-FILE
           END-IF.

       READ-PENDING-APPROVAL.
           IF WS-PENDING-EOF = "N"
               READ PENDING-APPROVAL-FILE
                   AT END MOVE "Y" TO WS-PENDING-EOF
               END-READ
               IF PENDING-STATUS NOT = "00"
                   AND PENDING-STATUS NOT = "10"
                   DISPLAY "Error reading PENDAPPR.DAT: "
                       PENDING-STATUS
                   MOVE "Y" TO WS-PENDING-EOF
               END-IF
           END-IF.

      * Every held change must survive the rewrite, so a queue the
      * table cannot hold stops the run before anything is applied.
       STORE-PENDING-APPROVAL.
           IF WS-PENDING-COUNT < WS-PENDING-MAX
               ADD 1 TO WS-PENDING-COUNT
               SET PT-IDX TO WS-PENDING-COUNT
               MOVE PA-CUSTOMER-ID TO PT-CUSTOMER-ID(PT-IDX)
               MOVE PA-KEYED-DATE TO PT-KEYED-DATE(PT-IDX)
               MOVE PA-KEYED-BY TO PT-KEYED-BY(PT-IDX)
               MOVE PA-LIMIT-HELD TO PT-LIMIT-HELD(PT-IDX)
               MOVE PA-TYPE-HELD TO PT-TYPE-HELD(PT-IDX)
               MOVE PA-JURISDICTION-HELD
                   TO PT-JURISDICTION-HELD(PT-IDX)
               MOVE PA-OLD-CREDIT-LIMIT TO PT-OLD-CREDIT-LIMIT(PT-IDX)
               MOVE PA-NEW-CREDIT-LIMIT TO PT-NEW-CREDIT-LIMIT(PT-IDX)
               MOVE PA-OLD-CUSTOMER-TYPE
                   TO PT-OLD-CUSTOMER-TYPE(PT-IDX)
               MOVE PA-NEW-CUSTOMER-TYPE
                   TO PT-NEW-CUSTOMER-TYPE(PT-IDX)
               MOVE PA-OLD-TAX-JURISDICTION
                   TO PT-OLD-TAX-JURISDICTION(PT-IDX)
               MOVE PA-NEW-TAX-JURISDICTION
                   TO PT-NEW-TAX-JURISDICTION(PT-IDX)
               SET PT-STILL-PENDING(PT-IDX) TO TRUE
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-CYCLE-DATE)
                   - FUNCTION INTEGER-OF-DATE(PA-KEYED-DATE)
               IF WS-AGE-DAYS > WS-EXPIRY-DAYS
                   SET PT-EXPIRED(PT-IDX) TO TRUE
                   ADD 1 TO WS-CHANGES-EXPIRED
                   MOVE "EXPIRED" TO AD-ACTION
                   MOVE SPACES TO AD-APPROVED-BY
                   PERFORM WRITE-PENDING-LINE
               END-IF
           ELSE
               DISPLAY "CUSTMAINT: PENDAPPR.DAT holds more than "
                   WS-PENDING-MAX " changes - run stopped"
               MOVE "Y" TO WS-ABORT
               SET ABORT-PENDING-FULL TO TRUE
               MOVE "Y" TO WS-PENDING-EOF
           END-IF.
           PERFORM READ-PENDING-APPROVAL.

      * What is still waiting goes back on the file, and is listed
      * so the second operators can see what needs them.
       REWRITE-PENDING-APPROVALS.
           OPEN OUTPUT PENDING-APPROVAL-FILE.
           IF PENDING-STATUS NOT = "00"
               DISPLAY "Error opening PENDAPPR.DAT for rewrite: "
                   PENDING-STATUS
           END-IF.
           MOVE SPACES TO APPROVAL-REPORT-LINE.
           WRITE APPROVAL-REPORT-LINE.
           MOVE "STILL AWAITING APPROVAL" TO APPROVAL-REPORT-LINE.
           WRITE APPROVAL-REPORT-LINE.
           PERFORM WRITE-PENDING-APPROVAL
               VARYING PT-IDX FROM 1 BY 1
               UNTIL PT-IDX > WS-PENDING-COUNT.
           CLOSE PENDING-APPROVAL-FILE.
           MOVE SPACES TO APPROVAL-REPORT-LINE.
           WRITE APPROVAL-REPORT-LINE.
           MOVE WS-CHANGES-HELD TO AT-HELD.
           MOVE WS-RECORDS-APPROVED TO AT-APPROVED.
           MOVE WS-APPROVALS-REJECTED TO AT-REJECTED.
           MOVE WS-CHANGES-EXPIRED TO AT-EXPIRED.
           MOVE WS-CHANGES-SUPERSEDED TO AT-SUPERSEDED.
           MOVE WS-CHANGES-STILL-PENDING TO AT-STILL-PENDING.
           MOVE WS-APPROVAL-TOTAL-LINE TO APPROVAL-REPORT-LINE.
           WRITE APPROVAL-REPORT-LINE.
           CLOSE APPROVAL-REPORT-FILE.

       WRITE-PENDING-APPROVAL.
           IF PT-STILL-PENDING(PT-IDX)
               MOVE PT-CUSTOMER-ID(PT-IDX) TO PA-CUSTOMER-ID
               MOVE PT-KEYED-DATE(PT-IDX) TO PA-KEYED-DATE
               MOVE PT-KEYED-BY(PT-IDX) TO PA-KEYED-BY
               MOVE PT-LIMIT-HELD(PT-IDX) TO PA-LIMIT-HELD
               MOVE PT-TYPE-HELD(PT-IDX) TO PA-TYPE-HELD
               MOVE PT-JURISDICTION-HELD(PT-IDX)
                   TO PA-JURISDICTION-HELD
               MOVE PT-OLD-CREDIT-LIMIT(PT-IDX) TO PA-OLD-CREDIT-LIMIT
               MOVE PT-NEW-CREDIT-LIMIT(PT-IDX) TO PA-NEW-CREDIT-LIMIT
               MOVE PT-OLD-CUSTOMER-TYPE(PT-IDX)
                   TO PA-OLD-CUSTOMER-TYPE
               MOVE PT-NEW-CUSTOMER-TYPE(PT-IDX)
                   TO PA-NEW-CUSTOMER-TYPE
               MOVE PT-OLD-TAX-JURISDICTION(PT-IDX)
                   TO PA-OLD-TAX-JURISDICTION
               MOVE PT-NEW-TAX-JURISDICTION(PT-IDX)
                   TO PA-NEW-TAX-JURISDICTION
               WRITE PENDING-APPROVAL-RECORD
               IF PENDING-STATUS NOT = "00"
                   DISPLAY "Error writing PENDAPPR.DAT: "
                       PENDING-STATUS
               END-IF
               ADD 1 TO WS-CHANGES-STILL-PENDING
               MOVE "PENDING" TO AD-ACTION
               MOVE SPACES TO AD-APPROVED-BY
               PERFORM WRITE-PENDING-LINE
           END-IF.

      * One CUSTAPPR.RPT line for the queue entry at PT-IDX; the
      * caller has set the action and the approver.
       WRITE-PENDING-LINE.
           MOVE PT-CUSTOMER-ID(PT-IDX) TO AD-CUSTOMER-ID.
           MOVE PT-KEYED-DATE(PT-IDX) TO AD-KEYED-DATE.
           MOVE PT-KEYED-BY(PT-IDX) TO AD-KEYED-BY.
           MOVE SPACES TO AD-DETAIL.
           MOVE 1 TO WS-DETAIL-POINTER.
           IF PT-LIMIT-HELD(PT-IDX) = "Y"
               MOVE PT-OLD-CREDIT-LIMIT(PT-IDX) TO WS-EDIT-OLD-LIMIT
               MOVE PT-NEW-CREDIT-LIMIT(PT-IDX) TO WS-EDIT-NEW-LIMIT
               STRING "LIMIT" WS-EDIT-OLD-LIMIT " ->"
                   WS-EDIT-NEW-LIMIT " " DELIMITED BY SIZE
                   INTO AD-DETAIL WITH POINTER WS-DETAIL-POINTER
           END-IF.
           IF PT-TYPE-HELD(PT-IDX) = "Y"
               STRING " TYPE " PT-OLD-CUSTOMER-TYPE(PT-IDX) "->"
                   PT-NEW-CUSTOMER-TYPE(PT-IDX) DELIMITED BY SIZE
                   INTO AD-DETAIL WITH POINTER WS-DETAIL-POINTER
           END-IF.
           IF PT-JURISDICTION-HELD(PT-IDX) = "Y"
               STRING " JUR " PT-OLD-TAX-JURISDICTION(PT-IDX) "->"
                   PT-NEW-TAX-JURISDICTION(PT-IDX) DELIMITED BY SIZE
                   INTO AD-DETAIL WITH POINTER WS-DETAIL-POINTER
           END-IF.
           PERFORM WRITE-APPROVAL-LINE.

       WRITE-APPROVAL-LINE.
           MOVE WS-APPROVAL-DETAIL TO APPROVAL-REPORT-LINE.
           WRITE APPROVAL-REPORT-LINE.

       CLOSE-FILES.
           CLOSE CUSTOMER-FILE.
           CLOSE CUSTOMER-TRAN-FILE.
           DISPLAY "  Changed : " WS-RECORDS-CHANGED.
           DISPLAY "  Adjusted: " WS-RECORDS-ADJUSTED.
           DISPLAY "  Deleted : " WS-RECORDS-DELETED.
           DISPLAY "  Approved: " WS-RECORDS-APPROVED.
           DISPLAY "  Held    : " WS-CHANGES-HELD.
           DISPLAY "  Carried : " WS-RECORDS-CARRIED.
           DISPLAY "  Written : " WS-RECORDS-WRITTEN.
           DISPLAY "  History : " WS-HISTORY-WRITTEN.
