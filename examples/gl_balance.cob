       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-POSTING-FILE ASSIGN TO DYNAMIC WS-GL-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS GL-POST-STATUS.
           SELECT AR-TRANSACTION-FILE ASSIGN TO "ARTRAN.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS AR-TRAN-STATUS.
           SELECT GL-REJECT-FILE ASSIGN TO "GLREJ.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
           LABEL RECORDS ARE STANDARD.
           COPY GLPOST.

      * Read only for the account 1200 tie - the subledger side of
      * the same cycle's activity.
       FD AR-TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ARTRAN.

      * Same layout as GLPOST.CPY so accounting can repair and
      * resubmit rejected entries as they stand.
       FD GL-REJECT-FILE

       WORKING-STORAGE SECTION.
       01 GL-POST-STATUS             PIC XX VALUE SPACES.
       01 AR-TRAN-STATUS             PIC XX VALUE SPACES.
       01 REJECT-STATUS              PIC XX VALUE SPACES.
       01 JOURNAL-STATUS             PIC XX VALUE SPACES.
       01 RUNLOG-STATUS              PIC XX VALUE SPACES.
       01 WS-GL-EOF                  PIC X VALUE "N".
       01 WS-AR-TRAN-EOF             PIC X VALUE "N".

      * Every program that posts AR activity writes its own file in
      * GLPOST layout; the run proves each in turn into one journal.
      * A feeder that didn't run this cycle simply has no file.
       01 GL-SOURCE-NAMES.
           05 FILLER PIC X(20) VALUE "GLPOST.DAT".
           05 FILLER PIC X(20) VALUE "CASHGL.DAT".
           05 FILLER PIC X(20) VALUE "FINGL.DAT".
           05 FILLER PIC X(20) VALUE "REFGL.DAT".
           05 FILLER PIC X(20) VALUE "WOGL.DAT".
           05 FILLER PIC X(20) VALUE "RETGL.DAT".
       01 GL-SOURCE-TABLE REDEFINES GL-SOURCE-NAMES.
           05 GL-SOURCE-NAME PIC X(20) OCCURS 6 TIMES
               INDEXED BY GS-IDX.
       01 WS-GL-SOURCE-COUNT         PIC 9(2) VALUE 6.
       01 WS-GL-FILE-NAME            PIC X(20) VALUE SPACES.
       01 WS-SOURCE-RECORDS          PIC 9(7) VALUE ZERO.
       01 WS-SOURCE-DEBITS           PIC 9(11)V99 VALUE ZERO.
       01 WS-SOURCE-CREDITS          PIC 9(11)V99 VALUE ZERO.

      * The tie: GL 1200's net (debits less credits) against the net
      * of the subledger records dated in the cycle - charges and
      * refunds add, payments and discounts subtract, balance
      * forwards are an opening, not activity. The cycle starts on
      * the date given on the command line, or the run date when
      * none is given;
      * lockbox payments carry the bank's date, so a cycle whose
      * remittances predate the run needs the earlier date.
       01 WS-COMMAND-ARG             PIC X(20) VALUE SPACES.
       01 WS-CYCLE-DATE              PIC 9(8) VALUE ZEROS.
       01 WS-GL-AR-NET               PIC S9(11)V99 VALUE ZERO.
       01 WS-ARTRAN-NET              PIC S9(11)V99 VALUE ZERO.
       01 WS-TIE-DIFFERENCE          PIC S9(11)V99 VALUE ZERO.
       01 WS-ARTRAN-COUNT            PIC 9(7) VALUE ZERO.
       01 WS-TIE-FAILED              PIC X VALUE "N".

       01 WS-RAW-TIME                PIC 9(8).
       01 WS-START-TIMESTAMP         PIC 9(14) VALUE ZERO.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 BT-VERDICT             PIC X(20).

       01 WS-SOURCE-LINE.
           05 FILLER                 PIC X(8) VALUE "SOURCE  ".
           05 SL-FILE-NAME           PIC X(12).
           05 SL-RECORDS             PIC ZZZZZZ9.
           05 FILLER                 PIC X(10) VALUE " ENTRIES  ".
           05 SL-DEBITS              PIC $$,$$$,$$$,$$9.99.
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 SL-CREDITS             PIC $$,$$$,$$$,$$9.99.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 SL-NOTE                PIC X(20).

       01 WS-TIE-HEADING.
           05 FILLER PIC X(32) VALUE "GL 1200 / ARTRAN TIE - CYCLE ".
           05 TH-CYCLE-DATE PIC 9(8).
           05 FILLER PIC X(60) VALUE SPACES.

       01 WS-TIE-LINE.
           05 TL-LABEL               PIC X(33).
           05 TL-AMOUNT              PIC $$,$$$,$$$,$$9.99-.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 TL-NOTE                PIC X(30).

       01 WS-REJECT-LINE.
           05 FILLER                 PIC X(20) VALUE
               "** OUT OF BALANCE: ".
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM CAPTURE-START-TIME.
           PERFORM EDIT-CYCLE-DATE.
           PERFORM OPEN-FILES.
           PERFORM PROCESS-ONE-SOURCE
               VARYING GS-IDX FROM 1 BY 1
               UNTIL GS-IDX > WS-GL-SOURCE-COUNT.
           PERFORM WRITE-ACCOUNT-SUMMARY.
           PERFORM TIE-AR-CONTROL-ACCOUNT.
           PERFORM CLOSE-FILES.
           PERFORM WRITE-RUN-LOG.
           DISPLAY "GLBAL: " WS-INVOICES-BALANCED
               " invoice(s) balanced, " WS-INVOICES-REJECTED
               " rejected to GLREJ.DAT".
           IF WS-TIE-FAILED = "Y"
               DISPLAY "GLBAL: GL 1200 does not tie to ARTRAN.DAT - "
                   "see GLJRNL.RPT"
           END-IF.
           IF WS-INVOICES-REJECTED > ZERO OR WS-TIE-FAILED = "Y"
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
           END-IF.
           CLOSE RUN-LOG-FILE.

       EDIT-CYCLE-DATE.
           ACCEPT WS-COMMAND-ARG FROM COMMAND-LINE.
           IF WS-COMMAND-ARG(1:8) NUMERIC
               MOVE WS-COMMAND-ARG(1:8) TO WS-CYCLE-DATE
           ELSE
               MOVE WS-START-TIMESTAMP(1:8) TO WS-CYCLE-DATE
           END-IF.

       OPEN-FILES.
           OPEN OUTPUT GL-REJECT-FILE.
           IF REJECT-STATUS NOT = "00"
               DISPLAY "Error opening GLREJ.DAT: " REJECT-STATUS
           WRITE GL-JOURNAL-LINE.

       READ-GL-POSTING.
           IF WS-GL-EOF = "N"
               READ GL-POSTING-FILE
                   AT END MOVE "Y" TO WS-GL-EOF
               END-READ
               IF WS-GL-EOF = "N"
                   IF GL-POST-STATUS = "00"
                       ADD 1 TO WS-RECORDS-READ
                       ADD 1 TO WS-SOURCE-RECORDS
                       IF GL-DEBIT
                           ADD GL-AMOUNT TO WS-SOURCE-DEBITS
                       ELSE
                           ADD GL-AMOUNT TO WS-SOURCE-CREDITS
                       END-IF
                   ELSE
                       DISPLAY "Error reading " WS-GL-FILE-NAME ": "
                           GL-POST-STATUS
                       MOVE "Y" TO WS-GL-EOF
                   END-IF
               END-IF
           END-IF.

      * One feeder file, proven group by group. Groups never span
      * files - each feeder writes a document's entries together.
       PROCESS-ONE-SOURCE.
           MOVE GL-SOURCE-NAME(GS-IDX) TO WS-GL-FILE-NAME.
           MOVE ZERO TO WS-SOURCE-RECORDS
               WS-SOURCE-DEBITS WS-SOURCE-CREDITS.
           MOVE SPACES TO SL-NOTE.
           MOVE "N" TO WS-GL-EOF.
           OPEN INPUT GL-POSTING-FILE.
           IF GL-POST-STATUS NOT = "00"
               IF GL-POST-STATUS = "35"
                   MOVE "NOT RUN THIS CYCLE" TO SL-NOTE
               ELSE
                   DISPLAY "Error opening " WS-GL-FILE-NAME ": "
                       GL-POST-STATUS
                   MOVE "** OPEN FAILED **" TO SL-NOTE
               END-IF
               MOVE "Y" TO WS-GL-EOF
           END-IF.
           PERFORM READ-GL-POSTING.
           PERFORM PROCESS-INVOICE-GROUP UNTIL WS-GL-EOF = "Y".
           IF GL-POST-STATUS = "00" OR GL-POST-STATUS = "10"
               CLOSE GL-POSTING-FILE
           END-IF.
           MOVE WS-GL-FILE-NAME TO SL-FILE-NAME.
           MOVE WS-SOURCE-RECORDS TO SL-RECORDS.
           MOVE WS-SOURCE-DEBITS TO SL-DEBITS.
           MOVE WS-SOURCE-CREDITS TO SL-CREDITS.
           MOVE WS-SOURCE-LINE TO GL-JOURNAL-LINE.
           WRITE GL-JOURNAL-LINE.

      * Each feeder writes a document's entries together, so a group
      * is every consecutive record with one document number.
       PROCESS-INVOICE-GROUP.
           MOVE GL-INVOICE-NUMBER TO WS-GROUP-INVOICE.
           MOVE ZERO TO WS-GROUP-COUNT
           MOVE WS-BATCH-TOTAL-LINE TO GL-JOURNAL-LINE.
           WRITE GL-JOURNAL-LINE.

      * GL 1200 is the control account for the whole subledger, so
      * once every feeder's entries are in, its net for the cycle
      * must equal the net of what the same cycle put on ARTRAN.DAT.
      * A difference means a feeder posted one side without the
      * other - or a REFAR.DAT/REFGL.DAT package got split.
       TIE-AR-CONTROL-ACCOUNT.
           MOVE ZERO TO WS-GL-AR-NET.
           SET AC-IDX TO 1.
           SEARCH ACCOUNT-ENTRY
               AT END
                   CONTINUE
               WHEN AC-IDX > WS-ACCOUNT-COUNT
                   CONTINUE
               WHEN AC-ACCOUNT-CODE(AC-IDX) = "1200"
                   COMPUTE WS-GL-AR-NET =
                       AC-DEBIT-TOTAL(AC-IDX) - AC-CREDIT-TOTAL(AC-IDX)
           END-SEARCH.
           MOVE ZERO TO WS-ARTRAN-NET.
           MOVE "N" TO WS-AR-TRAN-EOF.
           OPEN INPUT AR-TRANSACTION-FILE.
           IF AR-TRAN-STATUS NOT = "00"
               DISPLAY "GLBAL: ARTRAN.DAT not available ("
                   AR-TRAN-STATUS ") - tie shows no subledger activity"
               MOVE "Y" TO WS-AR-TRAN-EOF
           END-IF.
           PERFORM READ-AR-TRANSACTION.
           PERFORM ADD-CYCLE-ACTIVITY UNTIL WS-AR-TRAN-EOF = "Y".
           IF AR-TRAN-STATUS = "00" OR AR-TRAN-STATUS = "10"
               CLOSE AR-TRANSACTION-FILE
           END-IF.
           COMPUTE WS-TIE-DIFFERENCE = WS-GL-AR-NET - WS-ARTRAN-NET.
           MOVE WS-CYCLE-DATE TO TH-CYCLE-DATE.
           MOVE WS-TIE-HEADING TO GL-JOURNAL-LINE.
           WRITE GL-JOURNAL-LINE.
           MOVE "GL 1200 NET (DEBITS - CREDITS)" TO TL-LABEL.
           MOVE WS-GL-AR-NET TO TL-AMOUNT.
           MOVE SPACES TO TL-NOTE.
           MOVE WS-TIE-LINE TO GL-JOURNAL-LINE.
           WRITE GL-JOURNAL-LINE.
           MOVE "ARTRAN NET ACTIVITY" TO TL-LABEL.
           MOVE WS-ARTRAN-NET TO TL-AMOUNT.
           MOVE SPACES TO TL-NOTE.
           STRING "FROM " WS-ARTRAN-COUNT " RECORD(S)"
               DELIMITED BY SIZE INTO TL-NOTE.
           MOVE WS-TIE-LINE TO GL-JOURNAL-LINE.
           WRITE GL-JOURNAL-LINE.
           MOVE "DIFFERENCE" TO TL-LABEL.
           MOVE WS-TIE-DIFFERENCE TO TL-AMOUNT.
           IF WS-TIE-DIFFERENCE = ZERO
               MOVE "TIES" TO TL-NOTE
           ELSE
               MOVE "** DOES NOT TIE **" TO TL-NOTE
               MOVE "Y" TO WS-TIE-FAILED
           END-IF.
           MOVE WS-TIE-LINE TO GL-JOURNAL-LINE.
           WRITE GL-JOURNAL-LINE.

       READ-AR-TRANSACTION.
           IF WS-AR-TRAN-EOF = "N"
               READ AR-TRANSACTION-FILE
                   AT END MOVE "Y" TO WS-AR-TRAN-EOF
               END-READ
               IF AR-TRAN-STATUS NOT = "00"
                   AND AR-TRAN-STATUS NOT = "10"
                   DISPLAY "Error reading ARTRAN.DAT: "
                       AR-TRAN-STATUS
                   MOVE "Y" TO WS-AR-TRAN-EOF
               END-IF
           END-IF.

       ADD-CYCLE-ACTIVITY.
           IF ART-TRAN-DATE >= WS-CYCLE-DATE
               AND NOT ART-BALFWD
               IF ART-CREDIT-ENTRY
                   SUBTRACT ART-AMOUNT FROM WS-ARTRAN-NET
               ELSE
                   ADD ART-AMOUNT TO WS-ARTRAN-NET
               END-IF
               ADD 1 TO WS-ARTRAN-COUNT
           END-IF.
           PERFORM READ-AR-TRANSACTION.

       CLOSE-FILES.
           CLOSE GL-REJECT-FILE.
           CLOSE GL-JOURNAL-FILE.
