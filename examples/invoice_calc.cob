               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS BYPASS-STATUS.
           SELECT TERMS-FILE ASSIGN TO "TERMS.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS TERMS-STATUS.
           SELECT BILLING-REGISTRY-FILE ASSIGN TO "BILLREG.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS REGISTRY-STATUS.
           SELECT BACKORDER-FILE ASSIGN TO "BACKORD.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS BACKORDER-STATUS.
           SELECT STOCK-TRAN-FILE ASSIGN TO "INVSTK.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS STOCK-TRAN-STATUS.
           SELECT TAX-EXEMPTION-FILE ASSIGN TO "TAXEXMPT.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS TAX-EXEMPT-STATUS.
           SELECT PAYMENT-BEHAVIOR-FILE ASSIGN TO "PAYBEHV.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS BEHAVIOR-STATUS.
           SELECT INVOICE-DOCUMENT-FILE ASSIGN TO "INVDOC.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS INV-DOC-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 WRK-AMOUNT             PIC S9(7)V99.
           05 WRK-DESCRIPTION        PIC X(20).
           05 WRK-INVOICE-NUMBER     PIC X(10).
           05 WRK-DUE-DATE           PIC 9(8).
           05 WRK-DISC-DATE          PIC 9(8).
           05 WRK-DISC-AMOUNT        PIC S9(7)V99.

       SD AR-SORT-FILE.
       01 SORT-AR-RECORD.
           05 SAR-AMOUNT             PIC S9(7)V99.
           05 SAR-DESCRIPTION        PIC X(20).
           05 SAR-INVOICE-NUMBER     PIC X(10).
           05 SAR-DUE-DATE           PIC 9(8).
           05 SAR-DISC-DATE          PIC 9(8).
           05 SAR-DISC-AMOUNT        PIC S9(7)V99.

       FD AR-CHARGE-FILE
           LABEL RECORDS ARE STANDARD.
           05 CM-CREDIT-LIMIT       PIC 9(7)V99.
           05 CM-CUSTOMER-TYPE      PIC X(01).
           05 CM-TAX-JURISDICTION   PIC X(02).
           05 CM-TERMS-CODE         PIC X(02).
           05 CM-CREDIT-HOLD        PIC X(01).
           05 CM-PARENT-CUSTOMER-ID PIC 9(5).

      * Held invoices keep the full header and line detail so credit
      * can release them for a later billing run without re-keying.
           05 HH-TAX-JURISDICTION   PIC X(02).
           05 HH-DOCUMENT-TYPE      PIC X(01).
           05 HH-SALES-REP          PIC X(3).
           05 HH-ORIG-INVOICE       PIC X(10).

       FD INVOICE-HOLD-LINE-FILE
           LABEL RECORDS ARE STANDARD.

       FD CREDIT-REVIEW-FILE
           LABEL RECORDS ARE STANDARD.
       01 CREDIT-REVIEW-LINE        PIC X(120).

       FD SALES-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       01 CREDIT-BYPASS-RECORD.
           05 BYP-INVOICE-NUMBER    PIC X(10).

       FD TERMS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TERMS.

       FD BILLING-REGISTRY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BILLREG.

       FD BACKORDER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BACKORD.

      * Stock relieved by billed lines and returned by credit memo
      * lines goes out as ITEMTRAN issues and returns, for the sort
      * step to merge into ITEMMNT's next ITEMTRAN.DAT.
       FD STOCK-TRAN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ITEMTRAN.

       FD TAX-EXEMPTION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TAXEXMPT.

      * Each customer's payment score from COLLKPI's last month-end.
       FD PAYMENT-BEHAVIOR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PAYBEHV.

      * What each billed invoice and credit memo says, for INVPRINT
      * to print the document the customer is sent.
       FD INVOICE-DOCUMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY INVDOC.

       WORKING-STORAGE SECTION.
       01 HDR-STATUS                PIC XX VALUE SPACES.
       01 LINE-STATUS               PIC XX VALUE SPACES.
       01 CTL-RPT-STATUS            PIC XX VALUE SPACES.
       01 HDR-EXC-STATUS            PIC XX VALUE SPACES.
       01 BYPASS-STATUS             PIC XX VALUE SPACES.
       01 TERMS-STATUS              PIC XX VALUE SPACES.
       01 REGISTRY-STATUS           PIC XX VALUE SPACES.
       01 BACKORDER-STATUS          PIC XX VALUE SPACES.
       01 STOCK-TRAN-STATUS         PIC XX VALUE SPACES.
       01 INV-DOC-STATUS            PIC XX VALUE SPACES.
       01 TAX-EXEMPT-STATUS         PIC XX VALUE SPACES.
       01 BEHAVIOR-STATUS           PIC XX VALUE SPACES.
       01 WS-CUSTOMER-EOF           PIC X VALUE "N".
       01 WS-ITEM-MASTER-EOF        PIC X VALUE "N".
       01 WS-BYPASS-EOF             PIC X VALUE "N".
       01 WS-HEADERS-REJECTED       PIC 9(5) VALUE ZERO.
       01 WS-HEADERS-FLAGGED        PIC 9(5) VALUE ZERO.

      * Every number already billed, tabled from BILLREG.DAT before
      * the run bills anything. Numbers billed this run are added
      * as they bill, so a header repeated inside one INVHDR.DAT is
      * caught too, and the new entries are appended to the file
      * only when the run closes - a run that dies part way leaves
      * the registry as it was, and the rerun bills the lot again.
      * A registry too big for the table stops the run before
      * anything bills: a double-billing check that cannot see the
      * whole registry is no check at all.
       01 REGISTRY-TABLE.
           05 REGISTRY-ENTRY OCCURS 10000 TIMES INDEXED BY RG-IDX.
               10 RGT-INVOICE-NUMBER PIC X(10).
               10 RGT-BILLING-DATE   PIC 9(8).
               10 RGT-CUSTOMER-ID    PIC 9(5).
               10 RGT-DOCUMENT-TYPE  PIC X(01).
               10 RGT-TOTAL-AMOUNT   PIC S9(7)V99.
               10 RGT-ORIG-INVOICE   PIC X(10).
       01 WS-REGISTRY-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-REGISTRY-LOADED        PIC 9(5) VALUE ZERO.
       01 WS-REGISTRY-MAX           PIC 9(5) VALUE 10000.
       01 WS-REGISTRY-EOF           PIC X VALUE "N".
       01 WS-REGISTRY-ABORT         PIC X VALUE "N".
       01 WS-REGISTRY-KEY           PIC X(10) VALUE SPACES.
       01 WS-REGISTRY-FOUND         PIC X VALUE "N".
       01 WS-HEADER-REJECT          PIC X VALUE "N".
       01 WS-REGISTRY-FIRST-NEW     PIC 9(5) VALUE ZERO.
       01 WS-HEADERS-DUPLICATE      PIC 9(5) VALUE ZERO.
       01 WS-CREDITS-UNMATCHED      PIC 9(5) VALUE ZERO.

       01 WS-HDR-EXC-HEADING.
           05 FILLER PIC X(36) VALUE
               "INVOICE HEADER MASTER-MATCH REPORT".
           05 IL-ITEM-PRICE PIC $$,$$$,$$9.99.
           05 FILLER PIC X(3) VALUE " = ".
           05 IL-ITEM-TOTAL PIC $$,$$$,$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 IL-BACKORDER-LABEL PIC X(12).
           05 IL-BACKORDER-QTY PIC ZZZ BLANK WHEN ZERO.
           05 FILLER PIC X(9) VALUE SPACES.

       01 WS-TOTALS-BLOCK.
           05 FILLER PIC X(10) VALUE "SUBTOTAL: ".
               10 TXT-RATE           PIC V9999.
       01 WS-TAX-RATE-COUNT         PIC 9(3) VALUE ZERO.

      * Payment terms tabled from TERMS.DAT the way the tax table
      * loads. A customer whose terms code is blank or not on the
      * table bills net 30 with no prompt-pay discount, which is how
      * every invoice was collected before terms were kept.
       01 TERMS-TABLE.
           05 TERMS-ENTRY OCCURS 50 TIMES INDEXED BY TM-IDX.
               10 TMT-TERMS-CODE     PIC X(02).
               10 TMT-NET-DAYS       PIC 9(3).
               10 TMT-DISC-PERCENT   PIC V9999.
               10 TMT-DISC-DAYS      PIC 9(3).
       01 WS-TERMS-COUNT            PIC 9(3) VALUE ZERO.
       01 WS-TERMS-MAX              PIC 9(3) VALUE 50.
       01 WS-TERMS-EOF              PIC X VALUE "N".
       01 WS-TERMS-CODE             PIC X(02) VALUE SPACES.
       01 WS-NET-DAYS               PIC 9(3) VALUE 30.
       01 WS-DISC-PERCENT           PIC V9999 VALUE ZERO.
       01 WS-DISC-DAYS              PIC 9(3) VALUE ZERO.

      * Exemption certificates tabled from TAXEXMPT.DAT the way the
      * tax table loads. An invoice is zero-rated when the customer
      * has a certificate for the invoice's jurisdiction in force on
      * the billing date; one whose only certificate has lapsed is
      * taxed and flagged on HDREXC.RPT so the customer can be asked
      * for the renewal. No TAXEXMPT.DAT taxes everyone, the way
      * every invoice was billed before certificates were kept.
       01 TAX-EXEMPTION-TABLE.
           05 TAX-EXEMPTION-ENTRY OCCURS 500 TIMES
               INDEXED BY EX-IDX.
               10 EXT-CUSTOMER-ID    PIC 9(5).
               10 EXT-JURISDICTION   PIC X(02).
               10 EXT-CERTIFICATE-NUMBER PIC X(15).
               10 EXT-EFFECTIVE-DATE PIC 9(8).
               10 EXT-EXPIRY-DATE    PIC 9(8).
       01 WS-EXEMPT-COUNT           PIC 9(3) VALUE ZERO.
       01 WS-EXEMPT-MAX             PIC 9(3) VALUE 500.
       01 WS-EXEMPT-EOF             PIC X VALUE "N".
       01 WS-EXEMPT-CERTIFICATE     PIC X(15) VALUE SPACES.
       01 WS-LAPSED-CERTIFICATE     PIC X(15) VALUE SPACES.
       01 WS-LAPSED-EXPIRY          PIC 9(8) VALUE ZERO.
       01 WS-EXEMPT-SALES           PIC 9(7)V99 VALUE ZERO.
       01 WS-INVOICES-EXEMPT        PIC 9(5) VALUE ZERO.
       01 WS-EXEMPTIONS-LAPSED      PIC 9(5) VALUE ZERO.

      * Payment scores tabled from PAYBEHV.DAT so the credit review
      * shows how each held customer has been paying. No PAYBEHV.DAT
      * (COLLKPI not yet run) just leaves the column unscored.
       01 PAYMENT-BEHAVIOR-TABLE.
           05 PAYMENT-BEHAVIOR-ENTRY OCCURS 1000 TIMES
               INDEXED BY PB-IDX.
               10 PBT-CUSTOMER-ID    PIC 9(5).
               10 PBT-SCORE-STATUS   PIC X(01).
               10 PBT-SCORE          PIC 9(3).
               10 PBT-TREND          PIC X(01).
       01 WS-BEHAVIOR-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-BEHAVIOR-MAX           PIC 9(4) VALUE 1000.
       01 WS-BEHAVIOR-EOF           PIC X VALUE "N".
       01 WS-BEHAVIOR-FOUND         PIC X VALUE "N".
       01 WS-PAY-SCORE-EDIT         PIC ZZ9.

       01 WS-LAPSED-REASON.
           05 FILLER PIC X(5) VALUE "CERT ".
           05 LR-CERTIFICATE-NUMBER  PIC X(15).
           05 FILLER PIC X(9) VALUE " EXPIRED ".
           05 LR-EXPIRY-DATE         PIC 9(8).
           05 FILLER PIC X(8) VALUE " - TAXED".

       01 WS-EXEMPT-MARKER.
           05 FILLER PIC X(28) VALUE
               "** TAX EXEMPT - CERTIFICATE ".
           05 EM-CERTIFICATE-NUMBER PIC X(15).
           05 FILLER PIC X(15) VALUE "  JURISDICTION ".
           05 EM-JURISDICTION PIC X(02).
           05 FILLER PIC X(3) VALUE " **".
           05 FILLER PIC X(37) VALUE SPACES.

       01 INVOICE-DATA.
          05 INVOICE-NUMBER    PIC X(10).
          05 INVOICE-DATE      PIC X(10).
          05 DOCUMENT-TYPE     PIC X VALUE SPACES.
             88 CREDIT-MEMO    VALUE "C".
          05 SALES-REP         PIC X(3) VALUE SPACES.
          05 ORIG-INVOICE      PIC X(10) VALUE SPACES.
          05 CUSTOMER-DATA.
             10 CUSTOMER-ID    PIC X(8).
             10 CUSTOMER-NAME  PIC X(30).
                15 ITEM-PRICE  PIC 9(5)V99.
                15 ITEM-QTY    PIC 9(3).
                15 ITEM-TOTAL  PIC 9(7)V99.
                15 ITEM-STOCK-ROW PIC 9(3).
                15 ITEM-BACKORDER-QTY PIC 9(3).
                15 ITEM-PRICE-SOURCE PIC X(01).

       01 INVOICE-TOTALS.
          05 SUBTOTAL          PIC 9(7)V99 VALUE ZEROS.
       01 WS-CREDIT-MEMO-MARKER.
           05 FILLER PIC X(42) VALUE
               "** CREDIT MEMO - AMOUNTS CREDIT ACCOUNT **".
           05 FILLER PIC X(18) VALUE "  AGAINST INVOICE ".
           05 CM-ORIG-INVOICE PIC X(10).
           05 FILLER PIC X(30) VALUE SPACES.

      * HDR-CUSTOMER-ID is alphanumeric on the header; the AR
      * subledger and the maintenance cycle key on the numeric
      * can't blow past it together. Loaded the way
      * LOAD-DISCOUNT-RATES loads DISCRATE.DAT.
       01 CUSTOMER-TABLE.
           05 CUSTOMER-ENTRY OCCURS 1000 TIMES
               INDEXED BY CT-IDX CF-IDX.
               10 CT-CUSTOMER-ID     PIC 9(5).
               10 CT-BALANCE         PIC S9(7)V99.
               10 CT-CREDIT-LIMIT    PIC 9(7)V99.
               10 CT-CUSTOMER-TYPE   PIC X(01).
               10 CT-TAX-JURISDICTION PIC X(02).
               10 CT-TERMS-CODE      PIC X(02).
               10 CT-CREDIT-HOLD     PIC X(01).
               10 CT-CUSTOMER-NAME   PIC X(30).
               10 CT-CUSTOMER-ADDRESS PIC X(50).
               10 CT-PARENT-CUSTOMER-ID PIC 9(5).
       01 WS-CUST-TABLE-COUNT       PIC 9(4) VALUE ZERO.
       01 WS-CUST-TABLE-MAX         PIC 9(4) VALUE 1000.
       01 WS-CUST-KEY-5             PIC 9(5) VALUE ZEROS.
       01 WS-CUST-FOUND             PIC X VALUE "N".
       01 WS-INVOICE-HELD           PIC X VALUE "N".
       01 WS-HOLD-REASON            PIC X(10) VALUE SPACES.

      * The family an account belongs to - its parent and every
      * branch naming that parent - summed off the customer table
      * for the family credit test. The head is the parent, or the
      * account itself when it has none; the limit is the head's.
       01 WS-FAMILY-HEAD            PIC 9(5) VALUE ZEROS.
       01 WS-FAMILY-BRANCHES        PIC 9(4) VALUE ZERO.
       01 WS-FAMILY-LIMIT           PIC 9(7)V99 VALUE ZERO.
       01 WS-FAMILY-EXPOSURE        PIC S9(9)V99 VALUE ZERO.
       01 WS-INVOICES-HELD          PIC 9(5) VALUE ZERO.
       01 WS-HELD-AMOUNT            PIC S9(9)V99 VALUE ZERO.

       01 WS-REVIEW-HEADING-1.
           05 FILLER PIC X(20) VALUE "CREDIT REVIEW REPORT".
           05 FILLER PIC X(100) VALUE SPACES.
       01 WS-REVIEW-HEADING-2.
           05 FILLER PIC X(12) VALUE "INVOICE     ".
           05 FILLER PIC X(9) VALUE "CUST-ID  ".
           05 FILLER PIC X(31) VALUE "NAME".
           05 FILLER PIC X(15) VALUE "INVOICE AMT    ".
           05 FILLER PIC X(15) VALUE "EXPOSURE       ".
           05 FILLER PIC X(16) VALUE "CREDIT LIMIT".
           05 FILLER PIC X(12) VALUE "HOLD REASON".
           05 FILLER PIC X(10) VALUE "SCR TREND".

       01 WS-REVIEW-DETAIL.
           05 RV-INVOICE-NUMBER      PIC X(10).
           05 RV-EXPOSURE            PIC $$,$$$,$$9.99-.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 RV-CREDIT-LIMIT        PIC $$,$$$,$$9.99.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 RV-HOLD-REASON         PIC X(10).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 RV-PAY-SCORE           PIC X(3).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 RV-PAY-TREND           PIC X(6).

       01 WS-REVIEW-TOTAL-LINE.
           05 FILLER                 PIC X(15) VALUE
               10 IMT-ITEM-DESC      PIC X(20).
               10 IMT-UNIT-PRICE     PIC 9(5)V99.
               10 IMT-ITEM-STATUS    PIC X(01).
               10 IMT-QTY-ON-HAND    PIC S9(7).
       01 WS-ITEM-MAST-COUNT        PIC 9(3) VALUE ZERO.
       01 WS-ITEM-MAST-MAX          PIC 9(3) VALUE 200.
       01 WS-ITEM-MAST-FOUND        PIC X VALUE "N".
       01 WS-LINE-OKAY              PIC X VALUE "Y".
       01 WS-LINES-REJECTED         PIC 9(7) VALUE ZERO.

      * On hand is carried in the item table and drawn down as lines
      * bill, so the second order for an item in one run sees what
      * the first one left. A line that wants more than is there
      * bills what is there and the rest goes to BACKORD.DAT; an
      * invoice none of whose lines can ship bills nothing at all
      * and goes wholly to backorder. A held invoice gives its stock
      * back - it has not shipped - and is held at the quantities
      * keyed. A billed credit memo puts its lines back on hand.
       01 WS-LINES-SHIPPED          PIC 9(3) VALUE ZERO.
       01 WS-LINES-SHORT            PIC 9(3) VALUE ZERO.
       01 WS-LINES-BACKORDERED      PIC 9(7) VALUE ZERO.
       01 WS-INVOICES-BACKORDERED   PIC 9(5) VALUE ZERO.
       01 WS-STOCK-TRAN-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-STOCK-TRAN-HASH        PIC S9(11)V99 VALUE ZERO.

      * Due date and prompt-pay discount as SET-CHARGE-DUE-DATE
      * worked them out for the AR charge, kept for the document.
       01 WS-BILLED-DUE-DATE        PIC 9(8) VALUE ZERO.
       01 WS-BILLED-DISC-DATE       PIC 9(8) VALUE ZERO.
       01 WS-BILLED-DISC-AMOUNT     PIC S9(7)V99 VALUE ZERO.
       01 WS-DOCUMENT-COUNT         PIC 9(5) VALUE ZERO.

      * Negotiated customer/item prices tabled at start of run, the
      * same way the item master loads. A line whose customer has a
      * contract entry for the item bills at the contract price and
           PERFORM CAPTURE-START-TIME.
           PERFORM VERIFY-LINE-CONTROL.
           IF WS-CTL-ABORT = "N"
               PERFORM LOAD-BILLING-REGISTRY
           END-IF.
           IF WS-CTL-ABORT = "N" AND WS-REGISTRY-ABORT = "N"
               PERFORM OPEN-FILES
               PERFORM READ-HEADER
               PERFORM READ-LINE-ITEM
                   "nothing billed, see INVCCTL.RPT"
               MOVE 16 TO RETURN-CODE
           END-IF.
           IF WS-REGISTRY-ABORT = "Y"
               DISPLAY "INVOICECALC: billed-invoice registry "
                   "BILLREG.DAT could not be loaded - nothing billed"
               MOVE 16 TO RETURN-CODE
           END-IF.
           DISPLAY "INVOICECALC: " WS-INVOICE-COUNT
               " invoice(s) processed (" WS-CREDIT-MEMO-COUNT
               " credit memo(s)), " WS-GL-POST-COUNT
           DISPLAY "INVOICECALC: " WS-HEADERS-REJECTED
               " header(s) rejected, " WS-HEADERS-FLAGGED
               " flagged on HDREXC.RPT.".
           DISPLAY "INVOICECALC: " WS-HEADERS-DUPLICATE
               " header(s) already billed, " WS-CREDITS-UNMATCHED
               " credit memo(s) without a billed invoice.".
           DISPLAY "INVOICECALC: " WS-LINES-BACKORDERED
               " line(s) backordered to BACKORD.DAT, "
               WS-INVOICES-BACKORDERED " invoice(s) wholly "
               "backordered, " WS-STOCK-TRAN-COUNT
               " stock movement(s) to INVSTK.DAT.".
           DISPLAY "INVOICECALC: " WS-INVOICES-EXEMPT
               " invoice(s) zero-rated on an exemption certificate, "
               WS-EXEMPTIONS-LAPSED " taxed on a lapsed certificate.".
           DISPLAY "INVOICECALC: " WS-DOCUMENT-COUNT
               " document(s) to INVDOC.DAT for printing.".
           STOP RUN.

       CAPTURE-START-TIME.
           MOVE WS-END-TIMESTAMP TO RL-END-TIMESTAMP.
           MOVE WS-RECORDS-READ TO RL-RECORDS-IN.
           MOVE WS-INVOICE-COUNT TO RL-RECORDS-OUT.
           IF WS-CTL-ABORT = "Y" OR WS-REGISTRY-ABORT = "Y"
               SET RL-ABORTED TO TRUE
           ELSE
               SET RL-NORMAL TO TRUE
           END-IF.
           CLOSE RUN-LOG-FILE.

      * No BILLREG.DAT is an empty registry - the first run after
      * the registry went in. Any other open or read failure stops
      * the run, as does a registry that fills the table.
       LOAD-BILLING-REGISTRY.
           OPEN INPUT BILLING-REGISTRY-FILE.
           IF REGISTRY-STATUS = "35"
               MOVE "Y" TO WS-REGISTRY-EOF
           ELSE
               IF REGISTRY-STATUS NOT = "00"
                   DISPLAY "Error opening BILLREG.DAT: "
                       REGISTRY-STATUS
                   MOVE "Y" TO WS-REGISTRY-EOF
                   MOVE "Y" TO WS-REGISTRY-ABORT
               END-IF
           END-IF.
           PERFORM READ-BILLING-REGISTRY.
           PERFORM STORE-REGISTRY-ENTRY
               UNTIL WS-REGISTRY-EOF = "Y".
           IF REGISTRY-STATUS = "00" OR REGISTRY-STATUS = "10"
               CLOSE BILLING-REGISTRY-FILE
           END-IF.
           MOVE WS-REGISTRY-COUNT TO WS-REGISTRY-LOADED.

       READ-BILLING-REGISTRY.
           IF WS-REGISTRY-EOF = "N"
               READ BILLING-REGISTRY-FILE
                   AT END MOVE "Y" TO WS-REGISTRY-EOF
               END-READ
               IF REGISTRY-STATUS NOT = "00"
                   AND REGISTRY-STATUS NOT = "10"
                   DISPLAY "Error reading BILLREG.DAT: "
                       REGISTRY-STATUS
                   MOVE "Y" TO WS-REGISTRY-EOF
                   MOVE "Y" TO WS-REGISTRY-ABORT
               END-IF
           END-IF.

       STORE-REGISTRY-ENTRY.
           IF WS-REGISTRY-COUNT < WS-REGISTRY-MAX
               ADD 1 TO WS-REGISTRY-COUNT
               SET RG-IDX TO WS-REGISTRY-COUNT
               MOVE BRG-INVOICE-NUMBER TO RGT-INVOICE-NUMBER(RG-IDX)
               MOVE BRG-BILLING-DATE TO RGT-BILLING-DATE(RG-IDX)
               MOVE BRG-CUSTOMER-ID TO RGT-CUSTOMER-ID(RG-IDX)
               MOVE BRG-DOCUMENT-TYPE TO RGT-DOCUMENT-TYPE(RG-IDX)
               MOVE BRG-TOTAL-AMOUNT TO RGT-TOTAL-AMOUNT(RG-IDX)
               MOVE BRG-ORIG-INVOICE TO RGT-ORIG-INVOICE(RG-IDX)
               PERFORM READ-BILLING-REGISTRY
           ELSE
               DISPLAY "Error: billing registry table full - purge "
                   "BILLREG.DAT with BILLREG before billing"
               MOVE "Y" TO WS-REGISTRY-EOF
               MOVE "Y" TO WS-REGISTRY-ABORT
           END-IF.

       OPEN-FILES.
           OPEN INPUT INVOICE-HEADER-FILE.
           IF HDR-STATUS NOT = "00"
           END-IF.
           MOVE WS-HDR-EXC-HEADING TO HEADER-EXCEPTION-LINE.
           WRITE HEADER-EXCEPTION-LINE.
      * Open backorders from earlier runs wait on BACKORD.DAT for
      * BOFILL, so it is opened extend like the hold queue.
           OPEN EXTEND BACKORDER-FILE.
           IF BACKORDER-STATUS = "35"
               OPEN OUTPUT BACKORDER-FILE
           END-IF.
           IF BACKORDER-STATUS NOT = "00"
               DISPLAY "Error opening BACKORD.DAT: " BACKORDER-STATUS
           END-IF.
           OPEN OUTPUT STOCK-TRAN-FILE.
           IF STOCK-TRAN-STATUS NOT = "00"
               DISPLAY "Error opening INVSTK.DAT: " STOCK-TRAN-STATUS
           END-IF.
           OPEN OUTPUT INVOICE-DOCUMENT-FILE.
           IF INV-DOC-STATUS NOT = "00"
               DISPLAY "Error opening INVDOC.DAT: " INV-DOC-STATUS
           END-IF.
           MOVE WS-START-TIMESTAMP(1:8) TO WS-RUN-DATE.
           PERFORM LOAD-CUSTOMER-MASTER.
           PERFORM LOAD-CREDIT-BYPASS-LIST.
           PERFORM LOAD-SALES-REPS.
           PERFORM LOAD-DISCOUNT-RATES.
           PERFORM LOAD-TAX-RATES.
           PERFORM LOAD-PAYMENT-TERMS.
           PERFORM LOAD-TAX-EXEMPTIONS.
           PERFORM LOAD-PAYMENT-BEHAVIOR.

      * The credit check needs every customer's balance and limit at
      * hand while the run bills in invoice-number order, so the
               MOVE CM-CUSTOMER-TYPE TO CT-CUSTOMER-TYPE(CT-IDX)
               MOVE CM-TAX-JURISDICTION
                   TO CT-TAX-JURISDICTION(CT-IDX)
               MOVE CM-TERMS-CODE TO CT-TERMS-CODE(CT-IDX)
               MOVE CM-CREDIT-HOLD TO CT-CREDIT-HOLD(CT-IDX)
               MOVE CM-CUSTOMER-NAME TO CT-CUSTOMER-NAME(CT-IDX)
               MOVE CM-CUSTOMER-ADDRESS
                   TO CT-CUSTOMER-ADDRESS(CT-IDX)
               MOVE CM-PARENT-CUSTOMER-ID
                   TO CT-PARENT-CUSTOMER-ID(CT-IDX)
           ELSE
               DISPLAY "Warning: customer table full - "
                   CM-CUSTOMER-ID " billed without credit check"
               MOVE IM-ITEM-DESC TO IMT-ITEM-DESC(IM-IDX)
               MOVE IM-UNIT-PRICE TO IMT-UNIT-PRICE(IM-IDX)
               MOVE IM-ITEM-STATUS TO IMT-ITEM-STATUS(IM-IDX)
               MOVE IM-QTY-ON-HAND TO IMT-QTY-ON-HAND(IM-IDX)
           ELSE
               DISPLAY "Warning: item master table full - "
                   IM-ITEM-ID " not validated"
           END-IF.
           PERFORM READ-TAX-RATE.

      * No TERMS.DAT bills every invoice net 30 with no discount.
       LOAD-PAYMENT-TERMS.
           OPEN INPUT TERMS-FILE.
           IF TERMS-STATUS NOT = "00"
               DISPLAY "Warning: TERMS.DAT not available ("
                   TERMS-STATUS "), billing net 30"
               MOVE "Y" TO WS-TERMS-EOF
           END-IF.
           PERFORM READ-PAYMENT-TERMS.
           PERFORM STORE-PAYMENT-TERMS
               UNTIL WS-TERMS-EOF = "Y".
           IF TERMS-STATUS = "00" OR TERMS-STATUS = "10"
               CLOSE TERMS-FILE
           END-IF.

       READ-PAYMENT-TERMS.
           IF WS-TERMS-EOF = "N"
               READ TERMS-FILE
                   AT END MOVE "Y" TO WS-TERMS-EOF
               END-READ
               IF TERMS-STATUS NOT = "00"
                   AND TERMS-STATUS NOT = "10"
                   DISPLAY "Error reading TERMS.DAT: " TERMS-STATUS
                   MOVE "Y" TO WS-TERMS-EOF
               END-IF
           END-IF.

       STORE-PAYMENT-TERMS.
           IF WS-TERMS-COUNT < WS-TERMS-MAX
               ADD 1 TO WS-TERMS-COUNT
               SET TM-IDX TO WS-TERMS-COUNT
               MOVE TRM-TERMS-CODE TO TMT-TERMS-CODE(TM-IDX)
               MOVE TRM-NET-DAYS TO TMT-NET-DAYS(TM-IDX)
               MOVE TRM-DISC-PERCENT TO TMT-DISC-PERCENT(TM-IDX)
               MOVE TRM-DISC-DAYS TO TMT-DISC-DAYS(TM-IDX)
           ELSE
               DISPLAY "Warning: terms table full - entry for "
                   TRM-TERMS-CODE " ignored"
           END-IF.
           PERFORM READ-PAYMENT-TERMS.

      * No TAXEXMPT.DAT just means no customer is exempt.
       LOAD-TAX-EXEMPTIONS.
           OPEN INPUT TAX-EXEMPTION-FILE.
           IF TAX-EXEMPT-STATUS NOT = "00"
               DISPLAY "Warning: TAXEXMPT.DAT not available ("
                   TAX-EXEMPT-STATUS "), every invoice taxed"
               MOVE "Y" TO WS-EXEMPT-EOF
           END-IF.
           PERFORM READ-TAX-EXEMPTION.
           PERFORM STORE-TAX-EXEMPTION
               UNTIL WS-EXEMPT-EOF = "Y".
           IF TAX-EXEMPT-STATUS = "00" OR TAX-EXEMPT-STATUS = "10"
               CLOSE TAX-EXEMPTION-FILE
           END-IF.

       READ-TAX-EXEMPTION.
           IF WS-EXEMPT-EOF = "N"
               READ TAX-EXEMPTION-FILE
                   AT END MOVE "Y" TO WS-EXEMPT-EOF
               END-READ
               IF TAX-EXEMPT-STATUS NOT = "00"
                   AND TAX-EXEMPT-STATUS NOT = "10"
                   DISPLAY "Error reading TAXEXMPT.DAT: "
                       TAX-EXEMPT-STATUS
                   MOVE "Y" TO WS-EXEMPT-EOF
               END-IF
           END-IF.

       STORE-TAX-EXEMPTION.
           IF WS-EXEMPT-COUNT < WS-EXEMPT-MAX
               ADD 1 TO WS-EXEMPT-COUNT
               SET EX-IDX TO WS-EXEMPT-COUNT
               MOVE TXE-CUSTOMER-ID TO EXT-CUSTOMER-ID(EX-IDX)
               MOVE TXE-JURISDICTION TO EXT-JURISDICTION(EX-IDX)
               MOVE TXE-CERTIFICATE-NUMBER
                   TO EXT-CERTIFICATE-NUMBER(EX-IDX)
               MOVE TXE-EFFECTIVE-DATE TO EXT-EFFECTIVE-DATE(EX-IDX)
               MOVE TXE-EXPIRY-DATE TO EXT-EXPIRY-DATE(EX-IDX)
           ELSE
               DISPLAY "Warning: exemption table full - certificate "
                   TXE-CERTIFICATE-NUMBER " ignored, customer "
                   TXE-CUSTOMER-ID " taxed"
           END-IF.
           PERFORM READ-TAX-EXEMPTION.

      * No PAYBEHV.DAT just means no customer has been scored yet.
       LOAD-PAYMENT-BEHAVIOR.
           OPEN INPUT PAYMENT-BEHAVIOR-FILE.
           IF BEHAVIOR-STATUS NOT = "00"
               MOVE "Y" TO WS-BEHAVIOR-EOF
           END-IF.
           PERFORM READ-PAYMENT-BEHAVIOR.
           PERFORM STORE-PAYMENT-BEHAVIOR
               UNTIL WS-BEHAVIOR-EOF = "Y".
           IF BEHAVIOR-STATUS = "00" OR BEHAVIOR-STATUS = "10"
               CLOSE PAYMENT-BEHAVIOR-FILE
           END-IF.

       READ-PAYMENT-BEHAVIOR.
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

       STORE-PAYMENT-BEHAVIOR.
           IF WS-BEHAVIOR-COUNT < WS-BEHAVIOR-MAX
               ADD 1 TO WS-BEHAVIOR-COUNT
               SET PB-IDX TO WS-BEHAVIOR-COUNT
               MOVE PB-CUSTOMER-ID TO PBT-CUSTOMER-ID(PB-IDX)
               MOVE PB-SCORE-STATUS TO PBT-SCORE-STATUS(PB-IDX)
               MOVE PB-SCORE TO PBT-SCORE(PB-IDX)
               MOVE PB-TREND TO PBT-TREND(PB-IDX)
           ELSE
               DISPLAY "Warning: payment behavior table full - "
                   PB-CUSTOMER-ID " shown unscored"
           END-IF.
           PERFORM READ-PAYMENT-BEHAVIOR.

       READ-HEADER.
           READ INVOICE-HEADER-FILE
               AT END MOVE "Y" TO WS-HEADER-EOF
      * the contract-price lookup can see whose invoice the lines
      * belong to; a non-numeric header leaves the key at zero,
      * which matches no contract.
      * A header that passes the customer checks is then held up
      * against the billed-invoice registry before anything about
      * it is billed or held.
       PROCESS-INVOICES.
           PERFORM INITIALIZE-INVOICE.
           MOVE CUSTOMER-ID TO WS-CUST-KEY-X.
               IF WS-CUST-TABLE-COUNT > ZERO
                   AND WS-CUST-FOUND = "N"
                   PERFORM REJECT-UNKNOWN-CUSTOMER
                   MOVE "Y" TO WS-HEADER-REJECT
               ELSE
                   PERFORM CHECK-BILLING-REGISTRY
               END-IF
               IF WS-HEADER-REJECT = "N"
                   IF WS-CUST-FOUND = "Y"
                       PERFORM APPLY-MASTER-VALUES
                   END-IF
                   PERFORM PROCESS-ITEMS
                   IF WS-LINES-SHIPPED = ZERO AND WS-LINES-SHORT > ZERO
                       PERFORM BACKORDER-WHOLE-INVOICE
                   ELSE
                       PERFORM CALCULATE-TOTALS
                       PERFORM CHECK-CREDIT-LIMIT
                       IF WS-INVOICE-HELD = "Y"
                           PERFORM HOLD-INVOICE
                       ELSE
                           PERFORM DISPLAY-INVOICE
                           PERFORM WRITE-INVOICE-REGISTER
                           PERFORM WRITE-GL-POSTING
                           PERFORM WRITE-AR-CHARGE-WORK
                           PERFORM WRITE-INVOICE-DOCUMENT
                           PERFORM WRITE-SALES-EXTRACT
                           PERFORM ADD-REGISTRY-ENTRY
                           PERFORM POST-LINE-STOCK
                               VARYING ITEM-IDX FROM 1 BY 1
                               UNTIL ITEM-IDX > ITEM-COUNT
                           ADD 1 TO WS-INVOICE-COUNT
                           IF CREDIT-MEMO
                               ADD 1 TO WS-CREDIT-MEMO-COUNT
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-HEADER.

      * A number already on the registry has been billed - by an
      * earlier run, a resubmitted INVHDR.DAT, or a released hold
      * that was also rekeyed - and is rejected with the date it
      * first billed. A credit memo must name the invoice it returns
      * against, and that invoice must be on the registry as an
      * invoice billed to the same customer.
       CHECK-BILLING-REGISTRY.
           MOVE "N" TO WS-HEADER-REJECT.
           MOVE SPACES TO HX-KEYED-VALUE HX-MASTER-VALUE HX-REASON.
           MOVE INVOICE-NUMBER TO WS-REGISTRY-KEY.
           PERFORM FIND-REGISTRY-ENTRY.
           IF WS-REGISTRY-FOUND = "Y"
               STRING "ALREADY BILLED " RGT-BILLING-DATE(RG-IDX)
                   " - NOT BILLED AGAIN" DELIMITED BY SIZE
                   INTO HX-REASON
               MOVE "Y" TO WS-HEADER-REJECT
               ADD 1 TO WS-HEADERS-DUPLICATE
           ELSE
               IF CREDIT-MEMO
                   PERFORM CHECK-CREDIT-MEMO-ORIGIN
               END-IF
           END-IF.
           IF WS-HEADER-REJECT = "N"
               AND WS-REGISTRY-COUNT NOT < WS-REGISTRY-MAX
               MOVE "BILLING REGISTRY FULL - INVOICE NOT BILLED"
                   TO HX-REASON
               MOVE "Y" TO WS-HEADER-REJECT
           END-IF.
           IF WS-HEADER-REJECT = "Y"
               PERFORM WRITE-HEADER-EXCEPTION
               ADD 1 TO WS-HEADERS-REJECTED
           END-IF.

       CHECK-CREDIT-MEMO-ORIGIN.
           IF ORIG-INVOICE = SPACES
               MOVE "CREDIT MEMO NAMES NO ORIGINAL INVOICE"
                   TO HX-REASON
               MOVE "Y" TO WS-HEADER-REJECT
           ELSE
               MOVE ORIG-INVOICE TO WS-REGISTRY-KEY
               PERFORM FIND-REGISTRY-ENTRY
               EVALUATE TRUE
                   WHEN WS-REGISTRY-FOUND = "N"
                       STRING "ORIG INVOICE " ORIG-INVOICE
                           " NOT ON REGISTRY" DELIMITED BY SIZE
                           INTO HX-REASON
                       MOVE "Y" TO WS-HEADER-REJECT
                   WHEN RGT-DOCUMENT-TYPE(RG-IDX) = "C"
                       STRING "ORIG " ORIG-INVOICE
                           " IS ITSELF A CREDIT MEMO" DELIMITED BY SIZE
                           INTO HX-REASON
                       MOVE "Y" TO WS-HEADER-REJECT
                   WHEN RGT-CUSTOMER-ID(RG-IDX) NOT = WS-CUST-KEY-5
                       STRING "ORIG " ORIG-INVOICE
                           " BILLED TO CUSTOMER "
                           RGT-CUSTOMER-ID(RG-IDX) DELIMITED BY SIZE
                           INTO HX-REASON
                       MOVE "Y" TO WS-HEADER-REJECT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           IF WS-HEADER-REJECT = "Y"
               ADD 1 TO WS-CREDITS-UNMATCHED
           END-IF.

       FIND-REGISTRY-ENTRY.
           MOVE "N" TO WS-REGISTRY-FOUND.
           SET RG-IDX TO 1.
           SEARCH REGISTRY-ENTRY
               AT END
                   CONTINUE
               WHEN RG-IDX > WS-REGISTRY-COUNT
                   CONTINUE
               WHEN RGT-INVOICE-NUMBER(RG-IDX) = WS-REGISTRY-KEY
                   MOVE "Y" TO WS-REGISTRY-FOUND
           END-SEARCH.

      * Room was proved in CHECK-BILLING-REGISTRY before the
      * invoice billed.
       ADD-REGISTRY-ENTRY.
           ADD 1 TO WS-REGISTRY-COUNT.
           SET RG-IDX TO WS-REGISTRY-COUNT.
           MOVE INVOICE-NUMBER TO RGT-INVOICE-NUMBER(RG-IDX).
           MOVE WS-RUN-DATE TO RGT-BILLING-DATE(RG-IDX).
           MOVE WS-CUST-KEY-5 TO RGT-CUSTOMER-ID(RG-IDX).
           MOVE DOCUMENT-TYPE TO RGT-DOCUMENT-TYPE(RG-IDX).
           COMPUTE RGT-TOTAL-AMOUNT(RG-IDX) =
               TOTAL-AMOUNT * WS-DOC-SIGN.
           IF CREDIT-MEMO
               MOVE ORIG-INVOICE TO RGT-ORIG-INVOICE(RG-IDX)
           ELSE
               MOVE SPACES TO RGT-ORIG-INVOICE(RG-IDX)
           END-IF.

      * This run's entries go on the end of BILLREG.DAT, opened
      * extend with the same status-35 fallback as the hold queue.
       APPEND-BILLING-REGISTRY.
           OPEN EXTEND BILLING-REGISTRY-FILE.
           IF REGISTRY-STATUS = "35"
               OPEN OUTPUT BILLING-REGISTRY-FILE
           END-IF.
           IF REGISTRY-STATUS NOT = "00"
               DISPLAY "Error opening BILLREG.DAT: " REGISTRY-STATUS
           ELSE
               COMPUTE WS-REGISTRY-FIRST-NEW = WS-REGISTRY-LOADED + 1
               PERFORM WRITE-REGISTRY-ENTRY
                   VARYING RG-IDX FROM WS-REGISTRY-FIRST-NEW BY 1
                   UNTIL RG-IDX > WS-REGISTRY-COUNT
               CLOSE BILLING-REGISTRY-FILE
           END-IF.

       WRITE-REGISTRY-ENTRY.
           MOVE RGT-INVOICE-NUMBER(RG-IDX) TO BRG-INVOICE-NUMBER.
           MOVE RGT-BILLING-DATE(RG-IDX) TO BRG-BILLING-DATE.
           MOVE RGT-CUSTOMER-ID(RG-IDX) TO BRG-CUSTOMER-ID.
           MOVE RGT-DOCUMENT-TYPE(RG-IDX) TO BRG-DOCUMENT-TYPE.
           MOVE RGT-TOTAL-AMOUNT(RG-IDX) TO BRG-TOTAL-AMOUNT.
           MOVE RGT-ORIG-INVOICE(RG-IDX) TO BRG-ORIG-INVOICE.
           WRITE BILLING-REGISTRY-RECORD.
           IF REGISTRY-STATUS NOT = "00"
               DISPLAY "Error writing BILLREG.DAT: " REGISTRY-STATUS
           END-IF.

       LOOKUP-CUSTOMER-MASTER.
           MOVE "N" TO WS-CUST-FOUND.
           SET CT-IDX TO 1.
           MOVE HDR-TAX-JURISDICTION TO CUSTOMER-JURISDICTION.
           MOVE HDR-DOCUMENT-TYPE TO DOCUMENT-TYPE.
           MOVE HDR-SALES-REP TO SALES-REP.
           MOVE HDR-ORIG-INVOICE TO ORIG-INVOICE.
           MOVE "N" TO WS-HEADER-REJECT.
           PERFORM SET-DOCUMENT-SIGN.
           PERFORM CHECK-SALES-REP.
           MOVE ZERO TO ITEM-COUNT.
                   MOVE LINE-ITEM-DESC TO ITEM-DESC(ITEM-IDX)
                   MOVE LINE-ITEM-PRICE TO ITEM-PRICE(ITEM-IDX)
                   MOVE LINE-ITEM-QTY TO ITEM-QTY(ITEM-IDX)
                   MOVE ZERO TO ITEM-BACKORDER-QTY(ITEM-IDX)
                   IF WS-CONPRICE-FOUND = "Y"
                       MOVE "C" TO ITEM-PRICE-SOURCE(ITEM-IDX)
                   ELSE
                       MOVE SPACE TO ITEM-PRICE-SOURCE(ITEM-IDX)
                   END-IF
                   IF WS-ITEM-MAST-COUNT > ZERO
                       SET ITEM-STOCK-ROW(ITEM-IDX) TO IM-IDX
                   ELSE
                       MOVE ZERO TO ITEM-STOCK-ROW(ITEM-IDX)
                   END-IF
               ELSE
                   DISPLAY "INVOICECALC: invoice " INVOICE-NUMBER
                       " exceeds " WS-MAX-ITEMS " line items - "
           WRITE ITEM-EXCEPTION-LINE.
           ADD 1 TO WS-LINES-REJECTED.

      * Lines are priced at the quantity that ships; with no item
      * master loaded there is no on hand to check and every line
      * ships as keyed.
       PROCESS-ITEMS.
           MOVE ZERO TO WS-LINES-SHIPPED WS-LINES-SHORT.
           PERFORM VARYING ITEM-IDX FROM 1 BY 1
               UNTIL ITEM-IDX > ITEM-COUNT

               PERFORM ALLOCATE-LINE-STOCK
               COMPUTE ITEM-TOTAL(ITEM-IDX) =
                   ITEM-PRICE(ITEM-IDX) * ITEM-QTY(ITEM-IDX)
               ADD ITEM-TOTAL(ITEM-IDX) TO SUBTOTAL
           END-PERFORM.

       ALLOCATE-LINE-STOCK.
           IF ITEM-STOCK-ROW(ITEM-IDX) > ZERO AND NOT CREDIT-MEMO
               SET IM-IDX TO ITEM-STOCK-ROW(ITEM-IDX)
               IF IMT-QTY-ON-HAND(IM-IDX) < ITEM-QTY(ITEM-IDX)
                   IF IMT-QTY-ON-HAND(IM-IDX) > ZERO
                       COMPUTE ITEM-BACKORDER-QTY(ITEM-IDX) =
                           ITEM-QTY(ITEM-IDX) - IMT-QTY-ON-HAND(IM-IDX)
                       MOVE IMT-QTY-ON-HAND(IM-IDX)
                           TO ITEM-QTY(ITEM-IDX)
                   ELSE
                       MOVE ITEM-QTY(ITEM-IDX)
                           TO ITEM-BACKORDER-QTY(ITEM-IDX)
                       MOVE ZERO TO ITEM-QTY(ITEM-IDX)
                   END-IF
                   ADD 1 TO WS-LINES-SHORT
               END-IF
               SUBTRACT ITEM-QTY(ITEM-IDX)
                   FROM IMT-QTY-ON-HAND(IM-IDX)
           END-IF.
           IF ITEM-QTY(ITEM-IDX) > ZERO
               ADD 1 TO WS-LINES-SHIPPED
           END-IF.

      * A held invoice has not shipped: its allocation goes back on
      * hand and the line is held at the quantity keyed, so the
      * release bills it against whatever stock there is then.
       RELEASE-LINE-STOCK.
           IF ITEM-STOCK-ROW(ITEM-IDX) > ZERO AND NOT CREDIT-MEMO
               SET IM-IDX TO ITEM-STOCK-ROW(ITEM-IDX)
               ADD ITEM-QTY(ITEM-IDX) TO IMT-QTY-ON-HAND(IM-IDX)
               ADD ITEM-BACKORDER-QTY(ITEM-IDX) TO ITEM-QTY(ITEM-IDX)
               MOVE ZERO TO ITEM-BACKORDER-QTY(ITEM-IDX)
           END-IF.

      * Nothing on the invoice can ship, so nothing is billed - no
      * zero invoice goes to the customer, the GL or the registry -
      * and every line waits on BACKORD.DAT for BOFILL.
       BACKORDER-WHOLE-INVOICE.
           PERFORM WRITE-LINE-BACKORDER
               VARYING ITEM-IDX FROM 1 BY 1
               UNTIL ITEM-IDX > ITEM-COUNT.
           ADD 1 TO WS-INVOICES-BACKORDERED.
           DISPLAY "INVOICECALC: invoice " INVOICE-NUMBER
               " - nothing in stock, wholly backordered".

      * One billed line's stock movement and, for a short line, its
      * backorder. Only items on the master move stock.
       POST-LINE-STOCK.
           IF ITEM-STOCK-ROW(ITEM-IDX) > ZERO
               AND ITEM-QTY(ITEM-IDX) > ZERO
               MOVE SPACES TO ITEM-TRAN-RECORD
               IF CREDIT-MEMO
                   SET ITR-RETURN TO TRUE
                   SET IM-IDX TO ITEM-STOCK-ROW(ITEM-IDX)
                   ADD ITEM-QTY(ITEM-IDX) TO IMT-QTY-ON-HAND(IM-IDX)
               ELSE
                   SET ITR-ISSUE TO TRUE
               END-IF
               MOVE ITEM-ID(ITEM-IDX) TO ITR-ITEM-ID
               MOVE ITEM-DESC(ITEM-IDX) TO ITR-ITEM-DESC
               MOVE ZERO TO ITR-UNIT-PRICE
               MOVE ITEM-QTY(ITEM-IDX) TO ITR-QUANTITY
               MOVE ZERO TO ITR-REORDER-POINT ITR-REORDER-QTY
               MOVE INVOICE-NUMBER TO ITR-REFERENCE
               WRITE ITEM-TRAN-RECORD
               IF STOCK-TRAN-STATUS NOT = "00"
                   DISPLAY "Error writing INVSTK.DAT: "
                       STOCK-TRAN-STATUS
               ELSE
                   ADD 1 TO WS-STOCK-TRAN-COUNT
                   ADD ITR-QUANTITY TO WS-STOCK-TRAN-HASH
               END-IF
           END-IF.
           PERFORM WRITE-LINE-BACKORDER.

      * A fill invoice that comes up short again keeps the number of
      * the order it is filling, so the backorder ages from the day
      * the customer first asked.
       WRITE-LINE-BACKORDER.
           IF ITEM-BACKORDER-QTY(ITEM-IDX) > ZERO
               IF ORIG-INVOICE = SPACES
                   MOVE INVOICE-NUMBER TO BO-INVOICE-NUMBER
               ELSE
                   MOVE ORIG-INVOICE TO BO-INVOICE-NUMBER
               END-IF
               MOVE WS-RUN-DATE TO BO-BACKORDER-DATE
               MOVE CUSTOMER-ID TO BO-CUSTOMER-ID
               MOVE CUSTOMER-NAME TO BO-CUSTOMER-NAME
               MOVE CUSTOMER-TYPE TO BO-CUSTOMER-TYPE
               MOVE CUSTOMER-JURISDICTION TO BO-TAX-JURISDICTION
               MOVE SALES-REP TO BO-SALES-REP
               MOVE ITEM-ID(ITEM-IDX) TO BO-ITEM-ID
               MOVE ITEM-DESC(ITEM-IDX) TO BO-ITEM-DESC
               MOVE ITEM-PRICE(ITEM-IDX) TO BO-ITEM-PRICE
               MOVE ITEM-BACKORDER-QTY(ITEM-IDX) TO BO-QTY
               WRITE BACKORDER-RECORD
               IF BACKORDER-STATUS NOT = "00"
                   DISPLAY "Error writing BACKORD.DAT: "
                       BACKORDER-STATUS
               ELSE
                   ADD 1 TO WS-LINES-BACKORDERED
               END-IF
           END-IF.

       CALCULATE-TOTALS.
           PERFORM LOOKUP-DISCOUNT-RATE.
           PERFORM LOOKUP-TAX-RATE.
           PERFORM CHECK-TAX-EXEMPTION.
           COMPUTE DISCOUNT-AMOUNT = SUBTOTAL * DISCOUNT-RATE.
           COMPUTE TAX-AMOUNT = (SUBTOTAL - DISCOUNT-AMOUNT) * TAX-RATE.
           COMPUTE TOTAL-AMOUNT = SUBTOTAL - DISCOUNT-AMOUNT +
               TAX-AMOUNT.
           IF WS-EXEMPT-CERTIFICATE NOT = SPACES
               COMPUTE WS-EXEMPT-SALES = SUBTOTAL - DISCOUNT-AMOUNT
           ELSE
               MOVE ZERO TO WS-EXEMPT-SALES
           END-IF.

      * A certificate in force on the billing date zero-rates the
      * invoice. With none in force, the latest one that has lapsed
      * is what gets flagged - the invoice is taxed at the full
      * jurisdiction rate either way. A certificate not yet in force
      * is simply not used yet.
       CHECK-TAX-EXEMPTION.
           MOVE SPACES TO WS-EXEMPT-CERTIFICATE WS-LAPSED-CERTIFICATE.
           MOVE ZERO TO WS-LAPSED-EXPIRY.
           PERFORM TEST-ONE-EXEMPTION
               VARYING EX-IDX FROM 1 BY 1
               UNTIL EX-IDX > WS-EXEMPT-COUNT.
           IF WS-EXEMPT-CERTIFICATE NOT = SPACES
               MOVE ZERO TO TAX-RATE
           ELSE
               IF WS-LAPSED-CERTIFICATE NOT = SPACES
                   MOVE CUSTOMER-JURISDICTION TO HX-KEYED-VALUE
                   MOVE SPACES TO HX-MASTER-VALUE
                   MOVE WS-LAPSED-CERTIFICATE TO LR-CERTIFICATE-NUMBER
                   MOVE WS-LAPSED-EXPIRY TO LR-EXPIRY-DATE
                   MOVE WS-LAPSED-REASON TO HX-REASON
                   PERFORM WRITE-HEADER-EXCEPTION
                   ADD 1 TO WS-EXEMPTIONS-LAPSED
               END-IF
           END-IF.

       TEST-ONE-EXEMPTION.
           IF EXT-CUSTOMER-ID(EX-IDX) = WS-CUST-KEY-5
               AND EXT-JURISDICTION(EX-IDX) = CUSTOMER-JURISDICTION
               IF EXT-EFFECTIVE-DATE(EX-IDX) NOT > WS-RUN-DATE
                   AND EXT-EXPIRY-DATE(EX-IDX) NOT < WS-RUN-DATE
                   MOVE EXT-CERTIFICATE-NUMBER(EX-IDX)
                       TO WS-EXEMPT-CERTIFICATE
               ELSE
                   IF EXT-EXPIRY-DATE(EX-IDX) < WS-RUN-DATE
                       AND EXT-EXPIRY-DATE(EX-IDX) > WS-LAPSED-EXPIRY
                       MOVE EXT-CERTIFICATE-NUMBER(EX-IDX)
                           TO WS-LAPSED-CERTIFICATE
                       MOVE EXT-EXPIRY-DATE(EX-IDX)
                           TO WS-LAPSED-EXPIRY
                   END-IF
               END-IF
           END-IF.

      * An invoice that would push the customer's exposure past a
      * set limit is held; a zero limit bills unchecked. With no
      * A credit memo lowers the customer's exposure, so it is
      * never held for credit - holding a return out of the run
      * would only keep the balance high.
      * A customer on credit hold (a payment came back from the
      * bank) has every invoice held, whatever the limit, until
      * credit releases the account.
      * A branch of a family whose parent carries a limit must also
      * fit under that limit together with the parent and every
      * other branch, so separate branch limits can't add up to more
      * credit than the company was given.
       CHECK-CREDIT-LIMIT.
           MOVE "N" TO WS-INVOICE-HELD.
           MOVE SPACES TO WS-HOLD-REASON.
           IF WS-CUST-FOUND = "Y"
               IF CREDIT-MEMO
                   SUBTRACT TOTAL-AMOUNT FROM CT-BALANCE(CT-IDX)
               ELSE
                   PERFORM COMPUTE-FAMILY-EXPOSURE
                   EVALUATE TRUE
                       WHEN CT-CREDIT-HOLD(CT-IDX) = "H"
                           MOVE "Y" TO WS-INVOICE-HELD
                           MOVE "NSF HOLD" TO WS-HOLD-REASON
                           PERFORM CHECK-CREDIT-BYPASS
                       WHEN CT-CREDIT-LIMIT(CT-IDX) > 0
                           AND CT-BALANCE(CT-IDX) + TOTAL-AMOUNT
                               > CT-CREDIT-LIMIT(CT-IDX)
                           MOVE "Y" TO WS-INVOICE-HELD
                           MOVE "OVER LIMIT" TO WS-HOLD-REASON
                           PERFORM CHECK-CREDIT-BYPASS
                       WHEN WS-FAMILY-LIMIT > 0
                           AND WS-FAMILY-EXPOSURE + TOTAL-AMOUNT
                               > WS-FAMILY-LIMIT
                           MOVE "Y" TO WS-INVOICE-HELD
                           MOVE "FAMILY LMT" TO WS-HOLD-REASON
                           PERFORM CHECK-CREDIT-BYPASS
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   IF WS-INVOICE-HELD = "N"
                       ADD TOTAL-AMOUNT TO CT-BALANCE(CT-IDX)
                   END-IF
               END-IF
           END-IF.

      * An account with no parent and no branches is no family - its
      * own limit test already covers it, so the family limit is
      * left at zero. A parent missing from the table leaves it at
      * zero too, and the branches bill on their own limits.
       COMPUTE-FAMILY-EXPOSURE.
           MOVE ZERO TO WS-FAMILY-LIMIT WS-FAMILY-EXPOSURE
               WS-FAMILY-BRANCHES.
           IF CT-PARENT-CUSTOMER-ID(CT-IDX) NOT = ZERO
               MOVE CT-PARENT-CUSTOMER-ID(CT-IDX) TO WS-FAMILY-HEAD
           ELSE
               MOVE CT-CUSTOMER-ID(CT-IDX) TO WS-FAMILY-HEAD
           END-IF.
           PERFORM ADD-FAMILY-MEMBER
               VARYING CF-IDX FROM 1 BY 1
               UNTIL CF-IDX > WS-CUST-TABLE-COUNT.
           IF WS-FAMILY-BRANCHES = ZERO
               MOVE ZERO TO WS-FAMILY-LIMIT
           END-IF.

       ADD-FAMILY-MEMBER.
           IF CT-CUSTOMER-ID(CF-IDX) = WS-FAMILY-HEAD
               MOVE CT-CREDIT-LIMIT(CF-IDX) TO WS-FAMILY-LIMIT
               ADD CT-BALANCE(CF-IDX) TO WS-FAMILY-EXPOSURE
           ELSE
               IF CT-PARENT-CUSTOMER-ID(CF-IDX) = WS-FAMILY-HEAD
                   ADD CT-BALANCE(CF-IDX) TO WS-FAMILY-EXPOSURE
                   ADD 1 TO WS-FAMILY-BRANCHES
               END-IF
           END-IF.

      * A released invoice would fail the limit check forever - the
      * balance and limit that held it haven't moved - so credit's
      * sign-off on the bypass list is what lets it through. The
               MOVE "N" TO WS-INVOICE-HELD
               ADD 1 TO WS-INVOICES-BYPASSED
               DISPLAY "INVOICECALC: invoice " INVOICE-NUMBER
                   " billed despite " WS-HOLD-REASON
                   " - released by credit"
           END-IF.

      * The held invoice goes to the hold files whole - header and
           MOVE CUSTOMER-JURISDICTION TO HH-TAX-JURISDICTION.
           MOVE DOCUMENT-TYPE TO HH-DOCUMENT-TYPE.
           MOVE SALES-REP TO HH-SALES-REP.
           MOVE ORIG-INVOICE TO HH-ORIG-INVOICE.
           WRITE HOLD-HEADER-RECORD.
           IF HOLD-STATUS NOT = "00"
               DISPLAY "Error writing INVHOLD.DAT: " HOLD-STATUS
           PERFORM VARYING ITEM-IDX FROM 1 BY 1
               UNTIL ITEM-IDX > ITEM-COUNT

               PERFORM RELEASE-LINE-STOCK
               MOVE INVOICE-NUMBER TO HL-INVOICE-NUMBER
               MOVE ITEM-ID(ITEM-IDX) TO HL-ITEM-ID
               MOVE ITEM-DESC(ITEM-IDX) TO HL-ITEM-DESC
           MOVE CUSTOMER-ID TO RV-CUSTOMER-ID.
           MOVE CUSTOMER-NAME TO RV-CUSTOMER-NAME.
           MOVE TOTAL-AMOUNT TO RV-INVOICE-AMT.
      * A family hold shows the family's exposure against the
      * parent's limit - the numbers that actually held it.
           IF WS-HOLD-REASON = "FAMILY LMT"
               MOVE WS-FAMILY-EXPOSURE TO RV-EXPOSURE
               MOVE WS-FAMILY-LIMIT TO RV-CREDIT-LIMIT
           ELSE
               MOVE CT-BALANCE(CT-IDX) TO RV-EXPOSURE
               MOVE CT-CREDIT-LIMIT(CT-IDX) TO RV-CREDIT-LIMIT
           END-IF.
           MOVE WS-HOLD-REASON TO RV-HOLD-REASON.
           PERFORM LOOKUP-PAYMENT-SCORE.
           MOVE WS-REVIEW-DETAIL TO CREDIT-REVIEW-LINE.
           WRITE CREDIT-REVIEW-LINE.
           ADD TOTAL-AMOUNT TO WS-HELD-AMOUNT.
           ADD 1 TO WS-INVOICES-HELD.

      * The held customer's payment score and its trend since the
      * month-end before; "---" when COLLKPI had nothing to time.
       LOOKUP-PAYMENT-SCORE.
           MOVE "---" TO RV-PAY-SCORE.
           MOVE SPACES TO RV-PAY-TREND.
           MOVE "N" TO WS-BEHAVIOR-FOUND.
           SET PB-IDX TO 1.
           SEARCH PAYMENT-BEHAVIOR-ENTRY
               AT END
                   CONTINUE
               WHEN PB-IDX > WS-BEHAVIOR-COUNT
                   CONTINUE
               WHEN PBT-CUSTOMER-ID(PB-IDX) = CT-CUSTOMER-ID(CT-IDX)
                   MOVE "Y" TO WS-BEHAVIOR-FOUND
           END-SEARCH.
           IF WS-BEHAVIOR-FOUND = "Y"
               AND PBT-SCORE-STATUS(PB-IDX) = "Y"
               MOVE PBT-SCORE(PB-IDX) TO WS-PAY-SCORE-EDIT
               MOVE WS-PAY-SCORE-EDIT TO RV-PAY-SCORE
               EVALUATE PBT-TREND(PB-IDX)
                   WHEN "U"
                       MOVE "UP" TO RV-PAY-TREND
                   WHEN "D"
                       MOVE "DOWN" TO RV-PAY-TREND
                   WHEN "S"
                       MOVE "STEADY" TO RV-PAY-TREND
                   WHEN OTHER
                       MOVE SPACES TO RV-PAY-TREND
               END-EVALUATE
           END-IF.

       WRITE-CREDIT-REVIEW-TOTALS.
           MOVE WS-INVOICES-HELD TO RT-HELD-COUNT.
           MOVE WS-HELD-AMOUNT TO RT-HELD-AMOUNT.
           WRITE REGISTER-LINE.
           ADD 1 TO WS-LINE-COUNT.
           IF CREDIT-MEMO
               MOVE ORIG-INVOICE TO CM-ORIG-INVOICE
               MOVE WS-CREDIT-MEMO-MARKER TO REGISTER-LINE
               WRITE REGISTER-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.
           IF WS-EXEMPT-CERTIFICATE NOT = SPACES
               MOVE WS-EXEMPT-CERTIFICATE TO EM-CERTIFICATE-NUMBER
               MOVE CUSTOMER-JURISDICTION TO EM-JURISDICTION
               MOVE WS-EXEMPT-MARKER TO REGISTER-LINE
               WRITE REGISTER-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.

           PERFORM VARYING ITEM-IDX FROM 1 BY 1
               UNTIL ITEM-IDX > ITEM-COUNT
               MOVE ITEM-QTY(ITEM-IDX) TO IL-ITEM-QTY
               MOVE ITEM-PRICE(ITEM-IDX) TO IL-ITEM-PRICE
               MOVE ITEM-TOTAL(ITEM-IDX) TO IL-ITEM-TOTAL
               IF ITEM-BACKORDER-QTY(ITEM-IDX) > ZERO
                   MOVE "BACKORDERED" TO IL-BACKORDER-LABEL
               ELSE
                   MOVE SPACES TO IL-BACKORDER-LABEL
               END-IF
               MOVE ITEM-BACKORDER-QTY(ITEM-IDX) TO IL-BACKORDER-QTY
               MOVE WS-ITEM-LINE TO REGISTER-LINE
               WRITE REGISTER-LINE
               ADD 1 TO WS-LINE-COUNT
                   INTO WRK-DESCRIPTION
           END-IF.
           MOVE INVOICE-NUMBER TO WRK-INVOICE-NUMBER.
           PERFORM SET-CHARGE-DUE-DATE.
           MOVE WRK-DUE-DATE TO WS-BILLED-DUE-DATE.
           MOVE WRK-DISC-DATE TO WS-BILLED-DISC-DATE.
           MOVE WRK-DISC-AMOUNT TO WS-BILLED-DISC-AMOUNT.
           WRITE WORK-AR-RECORD.
           IF AR-WORK-STATUS NOT = "00"
               DISPLAY "Error writing ARCHRG.WRK: " AR-WORK-STATUS
           END-IF.

      * The charge falls due the customer's net days after billing;
      * with a prompt-pay discount on the terms it also carries the
      * last day the discount can be taken and what it is worth, so
      * CASHAPP can settle the invoice short. A credit memo is money
      * owed back, not collected, so it is due the day it is billed
      * and earns no discount. CT-IDX is still on the customer's row
      * from LOOKUP-CUSTOMER-MASTER.
       SET-CHARGE-DUE-DATE.
           MOVE SPACES TO WS-TERMS-CODE.
           IF WS-CUST-FOUND = "Y"
               MOVE CT-TERMS-CODE(CT-IDX) TO WS-TERMS-CODE
           END-IF.
           PERFORM LOOKUP-PAYMENT-TERMS.
           MOVE ZERO TO WRK-DISC-DATE WRK-DISC-AMOUNT.
           IF CREDIT-MEMO
               MOVE WS-RUN-DATE TO WRK-DUE-DATE
           ELSE
               COMPUTE WRK-DUE-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   + WS-NET-DAYS)
               IF WS-DISC-PERCENT > ZERO
                   COMPUTE WRK-DISC-DATE = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                       + WS-DISC-DAYS)
                   COMPUTE WRK-DISC-AMOUNT ROUNDED =
                       TOTAL-AMOUNT * WS-DISC-PERCENT
               END-IF
           END-IF.

       LOOKUP-PAYMENT-TERMS.
           MOVE 30 TO WS-NET-DAYS.
           MOVE ZERO TO WS-DISC-PERCENT WS-DISC-DAYS.
           IF WS-TERMS-CODE NOT = SPACES
               SET TM-IDX TO 1
               SEARCH TERMS-ENTRY
                   AT END
                       CONTINUE
                   WHEN TM-IDX > WS-TERMS-COUNT
                       CONTINUE
                   WHEN TMT-TERMS-CODE(TM-IDX) = WS-TERMS-CODE
                       MOVE TMT-NET-DAYS(TM-IDX) TO WS-NET-DAYS
                       MOVE TMT-DISC-PERCENT(TM-IDX)
                           TO WS-DISC-PERCENT
                       MOVE TMT-DISC-DAYS(TM-IDX) TO WS-DISC-DAYS
               END-SEARCH
           END-IF.

      * The document the customer gets: a header with the bill-to
      * from the master (the keyed name when the master has no row
      * for the customer), a record per line, and the totals with
      * the due date the charge carries. A held invoice never gets
      * here, so it prints in the run that finally bills it.
       WRITE-INVOICE-DOCUMENT.
           MOVE SPACES TO INVOICE-DOCUMENT-RECORD.
           SET DOC-HEADER TO TRUE.
           MOVE INVOICE-NUMBER TO DOC-INVOICE-NUMBER.
           MOVE INVOICE-DATE TO DOCH-INVOICE-DATE.
           MOVE DOCUMENT-TYPE TO DOCH-DOCUMENT-TYPE.
           MOVE ORIG-INVOICE TO DOCH-ORIG-INVOICE.
           MOVE WS-CUST-KEY-5 TO DOCH-CUSTOMER-ID.
           IF WS-CUST-FOUND = "Y"
               MOVE CT-CUSTOMER-NAME(CT-IDX) TO DOCH-CUSTOMER-NAME
               MOVE CT-CUSTOMER-ADDRESS(CT-IDX)
                   TO DOCH-CUSTOMER-ADDRESS
           ELSE
               MOVE CUSTOMER-NAME TO DOCH-CUSTOMER-NAME
           END-IF.
           MOVE WS-TERMS-CODE TO DOCH-TERMS-CODE.
           MOVE SALES-REP TO DOCH-SALES-REP.
           PERFORM WRITE-DOCUMENT-RECORD.
           PERFORM WRITE-DOCUMENT-LINE
               VARYING ITEM-IDX FROM 1 BY 1
               UNTIL ITEM-IDX > ITEM-COUNT.
           MOVE SPACES TO INVOICE-DOCUMENT-RECORD.
           SET DOC-TOTALS TO TRUE.
           MOVE INVOICE-NUMBER TO DOC-INVOICE-NUMBER.
           MOVE SUBTOTAL TO DOCT-SUBTOTAL.
           MOVE DISCOUNT-RATE TO DOCT-DISCOUNT-RATE.
           MOVE DISCOUNT-AMOUNT TO DOCT-DISCOUNT-AMOUNT.
           MOVE CUSTOMER-JURISDICTION TO DOCT-TAX-JURISDICTION.
           MOVE TAX-RATE TO DOCT-TAX-RATE.
           MOVE TAX-AMOUNT TO DOCT-TAX-AMOUNT.
           MOVE TOTAL-AMOUNT TO DOCT-TOTAL-AMOUNT.
           MOVE WS-BILLED-DUE-DATE TO DOCT-DUE-DATE.
           MOVE WS-BILLED-DISC-DATE TO DOCT-DISC-DATE.
           MOVE WS-BILLED-DISC-AMOUNT TO DOCT-DISC-AMOUNT.
           MOVE WS-EXEMPT-CERTIFICATE TO DOCT-EXEMPT-CERTIFICATE.
           PERFORM WRITE-DOCUMENT-RECORD.
           ADD 1 TO WS-DOCUMENT-COUNT.

       WRITE-DOCUMENT-LINE.
           MOVE SPACES TO INVOICE-DOCUMENT-RECORD.
           SET DOC-LINE TO TRUE.
           MOVE INVOICE-NUMBER TO DOC-INVOICE-NUMBER.
           MOVE ITEM-ID(ITEM-IDX) TO DOCL-ITEM-ID.
           MOVE ITEM-DESC(ITEM-IDX) TO DOCL-ITEM-DESC.
           MOVE ITEM-QTY(ITEM-IDX) TO DOCL-ITEM-QTY.
           MOVE ITEM-PRICE(ITEM-IDX) TO DOCL-ITEM-PRICE.
           MOVE ITEM-TOTAL(ITEM-IDX) TO DOCL-ITEM-TOTAL.
           MOVE ITEM-PRICE-SOURCE(ITEM-IDX) TO DOCL-PRICE-SOURCE.
           MOVE ITEM-BACKORDER-QTY(ITEM-IDX) TO DOCL-BACKORDER-QTY.
           PERFORM WRITE-DOCUMENT-RECORD.

       WRITE-DOCUMENT-RECORD.
           WRITE INVOICE-DOCUMENT-RECORD.
           IF INV-DOC-STATUS NOT = "00"
               DISPLAY "Error writing INVDOC.DAT: " INV-DOC-STATUS
           END-IF.

      * Invoices come off INVHDR.DAT in invoice-number order but the
      * subledger and CUSTSTMT need the charges in ascending
      * ART-CUSTOMER-ID order, so the day's charges are re-sequenced
           MOVE SAR-AMOUNT TO ART-AMOUNT.
           MOVE SAR-DESCRIPTION TO ART-DESCRIPTION.
           MOVE SAR-INVOICE-NUMBER TO ART-INVOICE-NUMBER.
           MOVE SAR-DUE-DATE TO ART-DUE-DATE.
           MOVE SAR-DISC-DATE TO ART-DISC-DATE.
           MOVE SAR-DISC-AMOUNT TO ART-DISC-AMOUNT.
           WRITE AR-TRANSACTION-RECORD.
           IF AR-CHARGE-STATUS NOT = "00"
               DISPLAY "Error writing ARCHRG.DAT: " AR-CHARGE-STATUS
           MOVE WS-CUST-CHARGE-TOTAL TO TRAN-BALANCE.
           MOVE ZERO TO TRAN-LAST-PAYMENT-DATE.
           MOVE ZERO TO TRAN-CREDIT-LIMIT.
           MOVE ZERO TO TRAN-PARENT-CUSTOMER-ID.
           WRITE CUSTOMER-TRAN-RECORD.
           IF INV-TRAN-STATUS NOT = "00"
               DISPLAY "Error writing INVTRAN.DAT: " INV-TRAN-STATUS
               DISCOUNT-AMOUNT * WS-DOC-SIGN.
           COMPUTE SX-TAX-AMOUNT = TAX-AMOUNT * WS-DOC-SIGN.
           COMPUTE SX-TOTAL-AMOUNT = TOTAL-AMOUNT * WS-DOC-SIGN.
           COMPUTE SX-EXEMPT-AMOUNT = WS-EXEMPT-SALES * WS-DOC-SIGN.
           IF WS-EXEMPT-SALES > ZERO
               ADD 1 TO WS-INVOICES-EXEMPT
           END-IF.
           MOVE SALES-REP TO SX-SALES-REP.
           WRITE SALES-EXTRACT-RECORD.
           IF SALES-EXT-STATUS NOT = "00"
                   SALES-EXT-STATUS
           END-IF.

      * Same trailer ITEMMNT demands of ITEMTRAN.DAT: the count, and
      * unit price plus quantity as the hash - the price is zero on
      * a stock movement, so the hash is the quantity moved.
       WRITE-INVSTK-TRAILER.
           MOVE "*TRAILER" TO BCT-TRAILER-ID.
           MOVE WS-STOCK-TRAN-COUNT TO BCT-RECORD-COUNT.
           MOVE WS-STOCK-TRAN-HASH TO BCT-HASH-TOTAL.
           WRITE ITEM-TRAN-RECORD FROM BATCH-CONTROL-TRAILER.
           IF STOCK-TRAN-STATUS NOT = "00"
               DISPLAY "Error writing INVSTK.DAT trailer: "
                   STOCK-TRAN-STATUS
           END-IF.

       CLOSE-FILES.
           PERFORM WRITE-CREDIT-REVIEW-TOTALS.
           PERFORM WRITE-INVSTK-TRAILER.
           CLOSE INVOICE-HEADER-FILE.
           CLOSE INVOICE-LINE-FILE.
           CLOSE INVOICE-REGISTER-FILE.
           CLOSE SALES-EXTRACT-FILE.
           CLOSE ITEM-EXCEPTION-FILE.
           CLOSE HEADER-EXCEPTION-FILE.
           CLOSE BACKORDER-FILE.
           CLOSE STOCK-TRAN-FILE.
           CLOSE INVOICE-DOCUMENT-FILE.
           PERFORM APPEND-BILLING-REGISTRY.
