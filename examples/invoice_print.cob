       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVPRINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * INVDOC.DAT for the billing run's documents, INVDOCH.DAT when
      * a single document is reprinted.
           SELECT DOCUMENT-SOURCE-FILE ASSIGN TO DYNAMIC WS-SOURCE-NAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS SOURCE-STATUS.
           SELECT DOCUMENT-HISTORY-FILE ASSIGN TO "INVDOCH.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS HISTORY-STATUS.
           SELECT DOCUMENT-PRINT-FILE ASSIGN TO DYNAMIC WS-PRINT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DOCUMENT-SOURCE-FILE
           LABEL RECORDS ARE STANDARD.
       01 SOURCE-DOCUMENT-RECORD     PIC X(122).

      * Every document printed is kept here, so one a customer has
      * lost can be printed again exactly as it was first sent.
       FD DOCUMENT-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01 HISTORY-DOCUMENT-RECORD    PIC X(122).

       FD DOCUMENT-PRINT-FILE
           LABEL RECORDS ARE STANDARD.
       01 PRINT-LINE                 PIC X(80).

       FD RUN-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       01 SOURCE-STATUS              PIC XX VALUE SPACES.
       01 HISTORY-STATUS             PIC XX VALUE SPACES.
       01 PRINT-STATUS               PIC XX VALUE SPACES.
       01 RUNLOG-STATUS              PIC XX VALUE SPACES.

           COPY INVDOC.

       01 WS-SOURCE-NAME             PIC X(12) VALUE "INVDOC.DAT".
       01 WS-PRINT-NAME              PIC X(11) VALUE "INVDOCS.RPT".

       01 WS-RAW-TIME                PIC 9(8).
       01 WS-START-TIMESTAMP         PIC 9(14) VALUE ZERO.
       01 WS-END-TIMESTAMP           PIC 9(14) VALUE ZERO.

      * No argument prints everything the billing run wrote to
      * INVDOC.DAT and adds it to the history. REPRINT with an
      * invoice or credit memo number prints that one document from
      * the history to INVREPR.RPT, marked as a reprint, and leaves
      * the day's INVDOCS.RPT alone.
       01 WS-COMMAND-ARG             PIC X(80) VALUE SPACES.
       01 WS-RUN-MODE                PIC X(01) VALUE "P".
           88 WS-PRINT-MODE          VALUE "P".
           88 WS-REPRINT-MODE        VALUE "R".
       01 WS-REPRINT-KEY             PIC X(10) VALUE SPACES.
       01 WS-REPRINT-DONE            PIC X VALUE "N".
       01 WS-ABORT                   PIC X VALUE "N".
       01 WS-SOURCE-EOF              PIC X VALUE "N".
       01 WS-HISTORY-OPEN            PIC X VALUE "N".
       01 WS-DOCUMENT-OPEN           PIC X VALUE "N".

       01 WS-COUNTERS.
           05 WS-RECORDS-READ        PIC 9(7) VALUE ZERO.
           05 WS-DOCUMENTS-PRINTED   PIC 9(7) VALUE ZERO.
           05 WS-INVOICES-PRINTED    PIC 9(7) VALUE ZERO.
           05 WS-CREDITS-PRINTED     PIC 9(7) VALUE ZERO.
           05 WS-RECORDS-SKIPPED     PIC 9(7) VALUE ZERO.

      * Page control for one document. A document with more lines
      * than fit runs onto a continuation page headed with its
      * number, so no line is ever separated from its document.
       01 WS-MAX-DETAIL-LINES        PIC 9(2) VALUE 40.
       01 WS-DOC-LINE-COUNT          PIC 9(2) VALUE ZERO.
       01 WS-DOC-PAGE                PIC 9(2) VALUE ZERO.
       01 WS-DOC-NUMBER              PIC X(10) VALUE SPACES.
       01 WS-DOC-TITLE               PIC X(11) VALUE SPACES.
       01 WS-DOC-CUSTOMER-ID         PIC 9(5) VALUE ZERO.
       01 WS-DOC-IS-CREDIT           PIC X VALUE "N".
       01 WS-CONTRACT-LINES          PIC 9(3) VALUE ZERO.
       01 WS-BACKORDER-LINES         PIC 9(3) VALUE ZERO.

      * The master keeps the address as one 50-byte field; beside
      * the document number there is room for 38, so it is broken
      * at the last space that fits and carried to a second line.
       01 WS-ADDRESS-BREAK           PIC 9(2) VALUE ZERO.
       01 WS-ADDRESS-REST-START      PIC 9(2) VALUE ZERO.

       01 WS-DATE-IN                 PIC 9(8) VALUE ZERO.
       01 WS-DATE-IN-PARTS REDEFINES WS-DATE-IN.
           05 WS-DATE-IN-YYYY        PIC 9(4).
           05 WS-DATE-IN-MM          PIC 9(2).
           05 WS-DATE-IN-DD          PIC 9(2).
       01 WS-DATE-OUT.
           05 WS-DATE-OUT-YYYY       PIC 9(4).
           05 FILLER                 PIC X VALUE "-".
           05 WS-DATE-OUT-MM         PIC 9(2).
           05 FILLER                 PIC X VALUE "-".
           05 WS-DATE-OUT-DD         PIC 9(2).

       01 WS-TITLE-LINE.
           05 FILLER                 PIC X(50) VALUE SPACES.
           05 TL-DOC-TITLE           PIC X(11).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 TL-PAGE-LABEL          PIC X(5).
           05 TL-PAGE                PIC Z9 BLANK WHEN ZERO.
           05 FILLER                 PIC X(10) VALUE SPACES.

       01 WS-REPRINT-LINE.
           05 FILLER                 PIC X(50) VALUE SPACES.
           05 FILLER                 PIC X(30) VALUE
               "** REPRINT - DUPLICATE COPY **".

       01 WS-CONTINUED-HEADING.
           05 FILLER                 PIC X(12) VALUE "CONTINUED - ".
           05 CH-DOC-TITLE           PIC X(11).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 CH-DOC-NUMBER          PIC X(10).
           05 FILLER                 PIC X(46) VALUE SPACES.

       01 WS-BILL-TO-LINE-1.
           05 FILLER                 PIC X(9) VALUE "BILL TO: ".
           05 BT-CUSTOMER-NAME       PIC X(30).
           05 FILLER                 PIC X(11) VALUE SPACES.
           05 FILLER                 PIC X(14) VALUE "NUMBER:       ".
           05 BT-DOC-NUMBER          PIC X(10).
           05 FILLER                 PIC X(6) VALUE SPACES.
       01 WS-BILL-TO-LINE-2.
           05 FILLER                 PIC X(9) VALUE SPACES.
           05 BT-ADDRESS-1           PIC X(38).
           05 FILLER                 PIC X(3) VALUE SPACES.
           05 FILLER                 PIC X(14) VALUE "DATE:         ".
           05 BT-DOC-DATE            PIC X(10).
           05 FILLER                 PIC X(6) VALUE SPACES.
       01 WS-BILL-TO-LINE-3.
           05 FILLER                 PIC X(9) VALUE SPACES.
           05 BT-ADDRESS-2           PIC X(38).
           05 FILLER                 PIC X(3) VALUE SPACES.
           05 FILLER                 PIC X(14) VALUE "CUSTOMER NO:  ".
           05 BT-CUSTOMER-ID         PIC 9(5).
           05 FILLER                 PIC X(11) VALUE SPACES.
       01 WS-BILL-TO-LINE-4.
           05 FILLER                 PIC X(50) VALUE SPACES.
           05 BT-LABEL-4             PIC X(14).
           05 BT-VALUE-4             PIC X(16).

       01 WS-COLUMN-HEADING.
           05 FILLER PIC X(10) VALUE "ITEM      ".
           05 FILLER PIC X(21) VALUE "DESCRIPTION          ".
           05 FILLER PIC X(5) VALUE "  QTY".
           05 FILLER PIC X(11) VALUE " UNIT PRICE".
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "        AMOUNT".
           05 FILLER PIC X(16) VALUE "  BACKORDERED".
       01 WS-RULE-LINE               PIC X(80) VALUE ALL "-".

       01 WS-DETAIL-LINE.
           05 DL-ITEM-ID             PIC X(8).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 DL-ITEM-DESC           PIC X(20).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 DL-ITEM-QTY            PIC ZZZZ9.
           05 DL-ITEM-PRICE          PIC $$$$,$$9.99.
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 DL-PRICE-SOURCE        PIC X(1).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 DL-ITEM-TOTAL          PIC $$$,$$$,$$9.99.
           05 FILLER                 PIC X(8) VALUE SPACES.
           05 DL-BACKORDER-QTY       PIC ZZZZ9 BLANK WHEN ZERO.
           05 FILLER                 PIC X(3) VALUE SPACES.

       01 WS-AMOUNT-LINE.
           05 FILLER                 PIC X(27) VALUE SPACES.
           05 AL-LABEL               PIC X(31).
           05 AL-AMOUNT              PIC $$$,$$$,$$9.99-.
           05 FILLER                 PIC X(7) VALUE SPACES.

       01 WS-TAX-LABEL.
           05 FILLER                 PIC X(4) VALUE "TAX ".
           05 TX-JURISDICTION        PIC X(02).
           05 FILLER                 PIC X(3) VALUE " @ ".
           05 TX-RATE                PIC Z9.99.
           05 FILLER                 PIC X(1) VALUE "%".
       01 WS-EXEMPT-LABEL.
           05 FILLER                 PIC X(11) VALUE "TAX EXEMPT ".
           05 XL-CERTIFICATE-NUMBER  PIC X(15).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 XL-JURISDICTION        PIC X(02).
       01 WS-DISCOUNT-LABEL.
           05 FILLER                 PIC X(10) VALUE "DISCOUNT  ".
           05 DX-RATE                PIC Z9.
           05 FILLER                 PIC X(1) VALUE "%".
       01 WS-PERCENT                 PIC 99V99 VALUE ZERO.

       01 WS-CONTRACT-NOTE           PIC X(80) VALUE
           "C = PRICED AT YOUR CONTRACT PRICE".
       01 WS-BACKORDER-NOTE.
           05 FILLER                 PIC X(40) VALUE
               "BACKORDERED QUANTITIES WILL SHIP AND BIL".
           05 FILLER                 PIC X(40) VALUE
               "L ON A LATER INVOICE AS STOCK ARRIVES.".

       01 WS-TERMS-LINE.
           05 FILLER                 PIC X(20) VALUE
               "PAYMENT IS DUE BY   ".
           05 TR-DUE-DATE            PIC X(10).
           05 FILLER                 PIC X(50) VALUE SPACES.
       01 WS-PROMPT-PAY-LINE.
           05 FILLER                 PIC X(20) VALUE
               "PAID IN FULL BY     ".
           05 TR-DISC-DATE           PIC X(10).
           05 FILLER                 PIC X(14) VALUE
               " YOU MAY TAKE ".
           05 TR-DISC-AMOUNT         PIC $$$,$$9.99.
           05 FILLER                 PIC X(26) VALUE
               " OFF THE TOTAL".

       01 WS-CREDIT-NOTE-1.
           05 FILLER                 PIC X(42) VALUE
               "THIS CREDIT HAS BEEN APPLIED TO YOUR ACCOU".
           05 FILLER                 PIC X(38) VALUE
               "NT - NO PAYMENT IS DUE ON THIS MEMO.".

      * The stub carries what CASHAPP keys on - the customer number
      * the lockbox record is matched by - and the document number,
      * which the bank passes back as the remittance reference.
       01 WS-STUB-CUT-LINE.
           05 FILLER                 PIC X(23) VALUE ALL "- ".
           05 FILLER                 PIC X(32) VALUE
               " DETACH AND RETURN WITH PAYMENT ".
           05 FILLER                 PIC X(25) VALUE ALL "- ".
       01 WS-STUB-LINE-1.
           05 FILLER                 PIC X(40) VALUE
               "REMITTANCE ADVICE".
           05 FILLER                 PIC X(40) VALUE
               "REMIT TO: ACCOUNTS RECEIVABLE - LOCKBOX".
       01 WS-STUB-LINE-2.
           05 FILLER                 PIC X(14) VALUE "CUSTOMER NO:  ".
           05 SL-CUSTOMER-ID         PIC 9(5).
           05 FILLER                 PIC X(21) VALUE SPACES.
           05 FILLER                 PIC X(14) VALUE "INVOICE NO:   ".
           05 SL-DOC-NUMBER          PIC X(10).
           05 FILLER                 PIC X(16) VALUE SPACES.
       01 WS-STUB-LINE-3.
           05 FILLER                 PIC X(14) VALUE "AMOUNT DUE:   ".
           05 SL-AMOUNT-DUE          PIC $$$,$$$,$$9.99.
           05 FILLER                 PIC X(12) VALUE SPACES.
           05 FILLER                 PIC X(14) VALUE "DUE DATE:     ".
           05 SL-DUE-DATE            PIC X(10).
           05 FILLER                 PIC X(16) VALUE SPACES.
       01 WS-STUB-LINE-4.
           05 FILLER                 PIC X(40) VALUE
               "AMOUNT ENCLOSED: ______________".
           05 FILLER                 PIC X(40) VALUE SPACES.
       01 WS-STUB-LINE-5.
           05 FILLER                 PIC X(42) VALUE
               "PLEASE SHOW YOUR CUSTOMER NO AND THE INVOI".
           05 FILLER                 PIC X(38) VALUE
               "CE NO ON YOUR PAYMENT.".

       01 WS-REPORT-MESSAGE          PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM CAPTURE-START-TIME.
           PERFORM EDIT-RUN-MODE.
           IF WS-ABORT = "N"
               PERFORM OPEN-FILES
           END-IF.
           IF WS-ABORT = "N"
               PERFORM READ-DOCUMENT-RECORD
               PERFORM PRINT-ONE-RECORD
                   UNTIL WS-SOURCE-EOF = "Y"
               PERFORM CLOSE-FILES
           END-IF.
           PERFORM WRITE-RUN-LOG.
           IF WS-ABORT = "Y"
               MOVE 16 TO RETURN-CODE
           END-IF.
           DISPLAY "INVPRINT: " WS-DOCUMENTS-PRINTED
               " document(s) printed to " WS-PRINT-NAME " ("
               WS-INVOICES-PRINTED " invoice(s), "
               WS-CREDITS-PRINTED " credit memo(s)).".
           STOP RUN.

       CAPTURE-START-TIME.
           ACCEPT WS-START-TIMESTAMP(1:8) FROM DATE YYYYMMDD.
           ACCEPT WS-RAW-TIME FROM TIME.
           MOVE WS-RAW-TIME(1:6) TO WS-START-TIMESTAMP(9:6).

      * Writes one audit record to the shared run log, same layout
      * and append convention CUSTFILE and INVOICECALC use. Records
      * out is the number of documents printed.
       WRITE-RUN-LOG.
           ACCEPT WS-END-TIMESTAMP(1:8) FROM DATE YYYYMMDD.
           ACCEPT WS-RAW-TIME FROM TIME.
           MOVE WS-RAW-TIME(1:6) TO WS-END-TIMESTAMP(9:6).
           OPEN EXTEND RUN-LOG-FILE.
           IF RUNLOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           MOVE "INVPRINT" TO RL-PROGRAM-NAME.
           MOVE WS-START-TIMESTAMP TO RL-START-TIMESTAMP.
           MOVE WS-END-TIMESTAMP TO RL-END-TIMESTAMP.
           MOVE WS-RECORDS-READ TO RL-RECORDS-IN.
           MOVE WS-DOCUMENTS-PRINTED TO RL-RECORDS-OUT.
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

       EDIT-RUN-MODE.
           ACCEPT WS-COMMAND-ARG FROM COMMAND-LINE.
           EVALUATE TRUE
               WHEN WS-COMMAND-ARG = SPACES
                   SET WS-PRINT-MODE TO TRUE
               WHEN WS-COMMAND-ARG(1:8) = "REPRINT "
                   AND WS-COMMAND-ARG(9:10) NOT = SPACES
                   SET WS-REPRINT-MODE TO TRUE
                   MOVE WS-COMMAND-ARG(9:10) TO WS-REPRINT-KEY
                   MOVE "INVDOCH.DAT" TO WS-SOURCE-NAME
                   MOVE "INVREPR.RPT" TO WS-PRINT-NAME
               WHEN OTHER
                   DISPLAY "INVPRINT: run as INVPRINT to print the "
                       "billing run's documents, or INVPRINT REPRINT "
                       "invoice-number"
                   MOVE "Y" TO WS-ABORT
           END-EVALUATE.

      * No INVDOC.DAT means the billing run billed nothing; no
      * INVDOCH.DAT means nothing has ever been printed, so there is
      * nothing to reprint. Either way the run ends quietly with an
      * empty print file. Any other open failure stops the run.
       OPEN-FILES.
           OPEN INPUT DOCUMENT-SOURCE-FILE.
           EVALUATE SOURCE-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   MOVE "Y" TO WS-SOURCE-EOF
               WHEN OTHER
                   DISPLAY "Error opening " WS-SOURCE-NAME ": "
                       SOURCE-STATUS
                   MOVE "Y" TO WS-ABORT
           END-EVALUATE.
           IF WS-ABORT = "N"
               OPEN OUTPUT DOCUMENT-PRINT-FILE
               IF PRINT-STATUS NOT = "00"
                   DISPLAY "Error opening " WS-PRINT-NAME ": "
                       PRINT-STATUS
                   MOVE "Y" TO WS-ABORT
               END-IF
           END-IF.
           IF WS-ABORT = "N" AND WS-PRINT-MODE
               PERFORM OPEN-DOCUMENT-HISTORY
           END-IF.

      * The history is opened extend - it holds every document ever
      * printed. Same status-35 fallback INVOICECALC uses for the
      * hold queue. Without it the documents still print; they just
      * cannot be reprinted later.
       OPEN-DOCUMENT-HISTORY.
           OPEN EXTEND DOCUMENT-HISTORY-FILE.
           IF HISTORY-STATUS = "35"
               OPEN OUTPUT DOCUMENT-HISTORY-FILE
           END-IF.
           IF HISTORY-STATUS = "00"
               MOVE "Y" TO WS-HISTORY-OPEN
           ELSE
               DISPLAY "Warning: INVDOCH.DAT not available ("
                   HISTORY-STATUS "), documents printed this run "
                   "cannot be reprinted"
           END-IF.

       READ-DOCUMENT-RECORD.
           IF WS-SOURCE-EOF = "N"
               READ DOCUMENT-SOURCE-FILE INTO INVOICE-DOCUMENT-RECORD
                   AT END MOVE "Y" TO WS-SOURCE-EOF
               END-READ
               IF WS-SOURCE-EOF = "N"
                   IF SOURCE-STATUS = "00"
                       ADD 1 TO WS-RECORDS-READ
                   ELSE
                       DISPLAY "Error reading " WS-SOURCE-NAME ": "
                           SOURCE-STATUS
                       MOVE "Y" TO WS-SOURCE-EOF
                       MOVE "Y" TO WS-ABORT
                   END-IF
               END-IF
           END-IF.

      * A reprint prints the first document on the history with the
      * number asked for and stops - the registry never lets a number
      * bill twice, so any later copy is the same document.
       PRINT-ONE-RECORD.
           IF WS-PRINT-MODE
               PERFORM PRINT-DOCUMENT-RECORD
               IF WS-HISTORY-OPEN = "Y"
                   WRITE HISTORY-DOCUMENT-RECORD
                       FROM INVOICE-DOCUMENT-RECORD
                   IF HISTORY-STATUS NOT = "00"
                       DISPLAY "Error writing INVDOCH.DAT: "
                           HISTORY-STATUS
                   END-IF
               END-IF
           ELSE
               IF DOC-INVOICE-NUMBER = WS-REPRINT-KEY
                   PERFORM PRINT-DOCUMENT-RECORD
                   IF DOC-TOTALS
                       MOVE "Y" TO WS-REPRINT-DONE
                       MOVE "Y" TO WS-SOURCE-EOF
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-DOCUMENT-RECORD.

       PRINT-DOCUMENT-RECORD.
           EVALUATE TRUE
               WHEN DOC-HEADER
                   PERFORM START-DOCUMENT
               WHEN WS-DOCUMENT-OPEN = "N"
                   PERFORM SKIP-STRAY-RECORD
               WHEN DOC-INVOICE-NUMBER NOT = WS-DOC-NUMBER
                   PERFORM SKIP-STRAY-RECORD
               WHEN DOC-LINE
                   PERFORM PRINT-DOCUMENT-LINE
               WHEN DOC-TOTALS
                   PERFORM FINISH-DOCUMENT
               WHEN OTHER
                   PERFORM SKIP-STRAY-RECORD
           END-EVALUATE.

      * A line or totals record with no header ahead of it cannot be
      * put on a document with a bill-to, so it is reported and
      * left off rather than printed on someone else's invoice.
       SKIP-STRAY-RECORD.
           DISPLAY "INVPRINT: " DOC-RECORD-TYPE " record for "
               DOC-INVOICE-NUMBER " has no document header - skipped".
           ADD 1 TO WS-RECORDS-SKIPPED.

      *****************************************************
      *  DOCUMENT HEADING AND BILL-TO                     *
      *****************************************************
       START-DOCUMENT.
           MOVE "Y" TO WS-DOCUMENT-OPEN.
           MOVE DOC-INVOICE-NUMBER TO WS-DOC-NUMBER.
           MOVE DOCH-CUSTOMER-ID TO WS-DOC-CUSTOMER-ID.
           MOVE ZERO TO WS-CONTRACT-LINES WS-BACKORDER-LINES
               WS-DOC-PAGE.
           IF DOCH-CREDIT-MEMO
               MOVE "CREDIT MEMO" TO WS-DOC-TITLE
               MOVE "Y" TO WS-DOC-IS-CREDIT
           ELSE
               MOVE "INVOICE" TO WS-DOC-TITLE
               MOVE "N" TO WS-DOC-IS-CREDIT
           END-IF.
           PERFORM WRITE-TITLE-LINE.
           IF WS-REPRINT-MODE
               MOVE WS-REPRINT-LINE TO PRINT-LINE
               PERFORM WRITE-PRINT-LINE
           END-IF.
           PERFORM WRITE-BLANK-LINE.
           MOVE DOCH-CUSTOMER-NAME TO BT-CUSTOMER-NAME.
           MOVE DOC-INVOICE-NUMBER TO BT-DOC-NUMBER.
           MOVE WS-BILL-TO-LINE-1 TO PRINT-LINE.
           PERFORM WRITE-PRINT-LINE.
           PERFORM SPLIT-BILL-TO-ADDRESS.
           MOVE DOCH-INVOICE-DATE TO BT-DOC-DATE.
           MOVE WS-BILL-TO-LINE-2 TO PRINT-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE DOCH-CUSTOMER-ID TO BT-CUSTOMER-ID.
           MOVE WS-BILL-TO-LINE-3 TO PRINT-LINE.
           PERFORM WRITE-PRINT-LINE.
           IF WS-DOC-IS-CREDIT = "Y"
               MOVE "AGAINST:      " TO BT-LABEL-4
               MOVE DOCH-ORIG-INVOICE TO BT-VALUE-4
               MOVE WS-BILL-TO-LINE-4 TO PRINT-LINE
               PERFORM WRITE-PRINT-LINE
           ELSE
               IF DOCH-ORIG-INVOICE NOT = SPACES
                   MOVE "YOUR ORDER:   " TO BT-LABEL-4
                   MOVE DOCH-ORIG-INVOICE TO BT-VALUE-4
                   MOVE WS-BILL-TO-LINE-4 TO PRINT-LINE
                   PERFORM WRITE-PRINT-LINE
               END-IF
           END-IF.
           IF DOCH-SALES-REP NOT = SPACES
               MOVE "SALES REP:    " TO BT-LABEL-4
               MOVE DOCH-SALES-REP TO BT-VALUE-4
               MOVE WS-BILL-TO-LINE-4 TO PRINT-LINE
               PERFORM WRITE-PRINT-LINE
           END-IF.
           PERFORM WRITE-BLANK-LINE.
           PERFORM WRITE-COLUMN-HEADING.

       SPLIT-BILL-TO-ADDRESS.
           MOVE SPACES TO BT-ADDRESS-1 BT-ADDRESS-2.
           IF DOCH-CUSTOMER-ADDRESS(39:12) = SPACES
               MOVE DOCH-CUSTOMER-ADDRESS TO BT-ADDRESS-1
           ELSE
               MOVE 39 TO WS-ADDRESS-BREAK
               PERFORM STEP-ADDRESS-BREAK
                   UNTIL WS-ADDRESS-BREAK = 1
                      OR DOCH-CUSTOMER-ADDRESS(WS-ADDRESS-BREAK:1)
                         = SPACE
               IF WS-ADDRESS-BREAK = 1
                   MOVE 39 TO WS-ADDRESS-BREAK WS-ADDRESS-REST-START
               ELSE
                   COMPUTE WS-ADDRESS-REST-START = WS-ADDRESS-BREAK + 1
               END-IF
               MOVE DOCH-CUSTOMER-ADDRESS(1:WS-ADDRESS-BREAK - 1)
                   TO BT-ADDRESS-1
               MOVE DOCH-CUSTOMER-ADDRESS(WS-ADDRESS-REST-START:)
                   TO BT-ADDRESS-2
           END-IF.

       STEP-ADDRESS-BREAK.
           SUBTRACT 1 FROM WS-ADDRESS-BREAK.

      * Every document, and every continuation page of one, opens
      * with its title line - the page heading the operator splits
      * the print file on.
       WRITE-TITLE-LINE.
           ADD 1 TO WS-DOC-PAGE.
           MOVE WS-DOC-TITLE TO TL-DOC-TITLE.
           IF WS-DOC-PAGE > 1
               MOVE "PAGE " TO TL-PAGE-LABEL
               MOVE WS-DOC-PAGE TO TL-PAGE
           ELSE
               MOVE SPACES TO TL-PAGE-LABEL
               MOVE ZERO TO TL-PAGE
           END-IF.
           MOVE WS-TITLE-LINE TO PRINT-LINE.
           PERFORM WRITE-PRINT-LINE.

       WRITE-COLUMN-HEADING.
           MOVE WS-COLUMN-HEADING TO PRINT-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE WS-RULE-LINE TO PRINT-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE ZERO TO WS-DOC-LINE-COUNT.

      *****************************************************
      *  LINE DETAIL                                      *
      *****************************************************
       PRINT-DOCUMENT-LINE.
           IF WS-DOC-LINE-COUNT >= WS-MAX-DETAIL-LINES
               PERFORM START-CONTINUATION-PAGE
           END-IF.
           MOVE DOCL-ITEM-ID TO DL-ITEM-ID.
           MOVE DOCL-ITEM-DESC TO DL-ITEM-DESC.
           MOVE DOCL-ITEM-QTY TO DL-ITEM-QTY.
           MOVE DOCL-ITEM-PRICE TO DL-ITEM-PRICE.
           MOVE DOCL-ITEM-TOTAL TO DL-ITEM-TOTAL.
           IF DOCL-CONTRACT-PRICE
               MOVE "C" TO DL-PRICE-SOURCE
               ADD 1 TO WS-CONTRACT-LINES
           ELSE
               MOVE SPACE TO DL-PRICE-SOURCE
           END-IF.
           MOVE DOCL-BACKORDER-QTY TO DL-BACKORDER-QTY.
           IF DOCL-BACKORDER-QTY > ZERO
               ADD 1 TO WS-BACKORDER-LINES
           END-IF.
           MOVE WS-DETAIL-LINE TO PRINT-LINE.
           PERFORM WRITE-PRINT-LINE.
           ADD 1 TO WS-DOC-LINE-COUNT.

       START-CONTINUATION-PAGE.
           MOVE "CONTINUED ON NEXT PAGE" TO PRINT-LINE.
           PERFORM WRITE-PRINT-LINE.
           PERFORM WRITE-TITLE-LINE.
           MOVE WS-DOC-TITLE TO CH-DOC-TITLE.
           MOVE WS-DOC-NUMBER TO CH-DOC-NUMBER.
           MOVE WS-CONTINUED-HEADING TO PRINT-LINE.
           PERFORM WRITE-PRINT-LINE.
           PERFORM WRITE-BLANK-LINE.
           PERFORM WRITE-COLUMN-HEADING.

      *****************************************************
      *  TOTALS, TERMS AND REMITTANCE STUB                *
      *****************************************************
       FINISH-DOCUMENT.
           MOVE WS-RULE-LINE TO PRINT-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE "SUBTOTAL" TO AL-LABEL.
           MOVE DOCT-SUBTOTAL TO AL-AMOUNT.
           MOVE WS-AMOUNT-LINE TO PRINT-LINE.
           PERFORM WRITE-PRINT-LINE.
           IF DOCT-DISCOUNT-AMOUNT > ZERO
               COMPUTE WS-PERCENT = DOCT-DISCOUNT-RATE * 100
               MOVE WS-PERCENT TO DX-RATE
               MOVE WS-DISCOUNT-LABEL TO AL-LABEL
               COMPUTE AL-AMOUNT = ZERO - DOCT-DISCOUNT-AMOUNT
               MOVE WS-AMOUNT-LINE TO PRINT-LINE
               PERFORM WRITE-PRINT-LINE
           END-IF.
           IF DOCT-EXEMPT-CERTIFICATE NOT = SPACES
               MOVE DOCT-EXEMPT-CERTIFICATE TO XL-CERTIFICATE-NUMBER
               MOVE DOCT-TAX-JURISDICTION TO XL-JURISDICTION
               MOVE WS-EXEMPT-LABEL TO AL-LABEL
           ELSE
               COMPUTE WS-PERCENT = DOCT-TAX-RATE * 100
               MOVE WS-PERCENT TO TX-RATE
               MOVE DOCT-TAX-JURISDICTION TO TX-JURISDICTION
               MOVE WS-TAX-LABEL TO AL-LABEL
           END-IF.
           MOVE DOCT-TAX-AMOUNT TO AL-AMOUNT.
           MOVE WS-AMOUNT-LINE TO PRINT-LINE.
           PERFORM WRITE-PRINT-LINE.
           IF WS-DOC-IS-CREDIT = "Y"
               MOVE "TOTAL CREDIT" TO AL-LABEL
           ELSE
               MOVE "TOTAL DUE" TO AL-LABEL
           END-IF.
           MOVE DOCT-TOTAL-AMOUNT TO AL-AMOUNT.
           MOVE WS-AMOUNT-LINE TO PRINT-LINE.
           PERFORM WRITE-PRINT-LINE.
           PERFORM WRITE-BLANK-LINE.
           IF WS-CONTRACT-LINES > ZERO
               MOVE WS-CONTRACT-NOTE TO PRINT-LINE
               PERFORM WRITE-PRINT-LINE
           END-IF.
           IF WS-BACKORDER-LINES > ZERO
               MOVE WS-BACKORDER-NOTE TO PRINT-LINE
               PERFORM WRITE-PRINT-LINE
           END-IF.
           IF WS-DOC-IS-CREDIT = "Y"
               MOVE WS-CREDIT-NOTE-1 TO PRINT-LINE
               PERFORM WRITE-PRINT-LINE
               ADD 1 TO WS-CREDITS-PRINTED
           ELSE
               PERFORM PRINT-PAYMENT-TERMS
               PERFORM PRINT-REMITTANCE-STUB
               ADD 1 TO WS-INVOICES-PRINTED
           END-IF.
           ADD 1 TO WS-DOCUMENTS-PRINTED.
           MOVE "N" TO WS-DOCUMENT-OPEN.

       PRINT-PAYMENT-TERMS.
           MOVE DOCT-DUE-DATE TO WS-DATE-IN.
           PERFORM FORMAT-DATE.
           MOVE WS-DATE-OUT TO TR-DUE-DATE.
           MOVE WS-TERMS-LINE TO PRINT-LINE.
           PERFORM WRITE-PRINT-LINE.
           IF DOCT-DISC-AMOUNT > ZERO
               MOVE DOCT-DISC-DATE TO WS-DATE-IN
               PERFORM FORMAT-DATE
               MOVE WS-DATE-OUT TO TR-DISC-DATE
               MOVE DOCT-DISC-AMOUNT TO TR-DISC-AMOUNT
               MOVE WS-PROMPT-PAY-LINE TO PRINT-LINE
               PERFORM WRITE-PRINT-LINE
           END-IF.

       PRINT-REMITTANCE-STUB.
           PERFORM WRITE-BLANK-LINE.
           MOVE WS-STUB-CUT-LINE TO PRINT-LINE.
           PERFORM WRITE-PRINT-LINE.
           PERFORM WRITE-BLANK-LINE.
           MOVE WS-STUB-LINE-1 TO PRINT-LINE.
           PERFORM WRITE-PRINT-LINE.
           PERFORM WRITE-BLANK-LINE.
           MOVE WS-DOC-CUSTOMER-ID TO SL-CUSTOMER-ID.
           MOVE WS-DOC-NUMBER TO SL-DOC-NUMBER.
           MOVE WS-STUB-LINE-2 TO PRINT-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE DOCT-TOTAL-AMOUNT TO SL-AMOUNT-DUE.
           MOVE TR-DUE-DATE TO SL-DUE-DATE.
           MOVE WS-STUB-LINE-3 TO PRINT-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE WS-STUB-LINE-4 TO PRINT-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE WS-STUB-LINE-5 TO PRINT-LINE.
           PERFORM WRITE-PRINT-LINE.

      * yyyymmdd to the yyyy-mm-dd the invoice date is printed in.
       FORMAT-DATE.
           MOVE WS-DATE-IN-YYYY TO WS-DATE-OUT-YYYY.
           MOVE WS-DATE-IN-MM TO WS-DATE-OUT-MM.
           MOVE WS-DATE-IN-DD TO WS-DATE-OUT-DD.

       WRITE-BLANK-LINE.
           MOVE SPACES TO PRINT-LINE.
           PERFORM WRITE-PRINT-LINE.

       WRITE-PRINT-LINE.
           WRITE PRINT-LINE.
           IF PRINT-STATUS NOT = "00"
               DISPLAY "Error writing " WS-PRINT-NAME ": "
                   PRINT-STATUS
           END-IF.

       CLOSE-FILES.
           IF WS-REPRINT-MODE AND WS-REPRINT-DONE = "N"
               MOVE SPACES TO WS-REPORT-MESSAGE
               STRING "DOCUMENT " WS-REPRINT-KEY
                   " IS NOT ON THE DOCUMENT HISTORY - NEVER PRINTED"
                   DELIMITED BY SIZE INTO WS-REPORT-MESSAGE
               MOVE WS-REPORT-MESSAGE TO PRINT-LINE
               PERFORM WRITE-PRINT-LINE
               DISPLAY "INVPRINT: " WS-REPORT-MESSAGE
           END-IF.
           IF WS-DOCUMENT-OPEN = "Y"
               DISPLAY "INVPRINT: document " WS-DOC-NUMBER
                   " has no totals record - printed incomplete"
           END-IF.
           IF SOURCE-STATUS = "00" OR SOURCE-STATUS = "10"
               CLOSE DOCUMENT-SOURCE-FILE
           END-IF.
           CLOSE DOCUMENT-PRINT-FILE.
           IF WS-HISTORY-OPEN = "Y"
               CLOSE DOCUMENT-HISTORY-FILE
           END-IF.
