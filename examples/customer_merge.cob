       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMERG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MERGE-REQUEST-FILE ASSIGN TO "MERGERQ.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS REQUEST-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FILE-STATUS.
           SELECT AR-TRANSACTION-FILE ASSIGN TO "ARTRAN.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS AR-TRAN-STATUS.
           SELECT CONTRACT-PRICE-FILE ASSIGN TO "CONPRICE.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PRICE-STATUS.
           SELECT CONTRACT-FILE ASSIGN TO "CONTRACT.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CONTRACT-STATUS.
           SELECT DUN-HISTORY-FILE ASSIGN TO "DUNHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS DUN-HIST-STATUS.
           SELECT DISPUTE-FILE ASSIGN TO "DISPUTE.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS DISPUTE-STATUS.
           SELECT BACKORDER-FILE ASSIGN TO "BACKORD.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS BACKORDER-STATUS.
           SELECT TAX-EXEMPTION-FILE ASSIGN TO "TAXEXMPT.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS TAX-EXEMPT-STATUS.
           SELECT INVOICE-HOLD-FILE ASSIGN TO "INVHOLD.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS HOLD-STATUS.
           SELECT BILLING-REGISTRY-FILE ASSIGN TO "BILLREG.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS REGISTRY-STATUS.
           SELECT RELEASED-HEADER-FILE ASSIGN TO "INVRELH.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS REL-HDR-STATUS.
           SELECT MERGE-TRAN-FILE ASSIGN TO "MERGTRAN.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS MERGE-TRAN-STATUS.
           SELECT AR-SORT-FILE ASSIGN TO "MRGAR.WRK".
           SELECT PRICE-SORT-FILE ASSIGN TO "MRGCP.WRK".
           SELECT CONTRACT-SORT-FILE ASSIGN TO "MRGCON.WRK".
           SELECT DUNNING-SORT-FILE ASSIGN TO "MRGDUN.WRK".
           SELECT DISPUTE-SORT-FILE ASSIGN TO "MRGDSP.WRK".
           SELECT TRAN-SORT-FILE ASSIGN TO "MRGTRN.WRK".
           SELECT REGISTER-REPORT-FILE ASSIGN TO "CUSTMERG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MERGE-REQUEST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MERGERQ.

       FD CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTREC.

       FD AR-TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ARTRAN.

       FD CONTRACT-PRICE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CONPRICE.

       FD CONTRACT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CONTRACT.

       FD DUN-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DUNHIST.

       FD DISPUTE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DISPUTE.

       FD BACKORDER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BACKORD.

       FD TAX-EXEMPTION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TAXEXMPT.

      * Same layout INVOICECALC writes to the hold queue. Only the
      * header names the customer; the held lines hang off the
      * invoice number and need no re-keying.
       FD INVOICE-HOLD-FILE
           LABEL RECORDS ARE STANDARD.
       01 HOLD-HEADER-RECORD.
           05 HH-INVOICE-NUMBER     PIC X(10).
           05 HH-INVOICE-DATE       PIC X(10).
           05 HH-CUSTOMER-ID        PIC X(8).
           05 HH-CUSTOMER-NAME      PIC X(30).
           05 HH-CUSTOMER-TYPE      PIC X(01).
           05 HH-TAX-JURISDICTION   PIC X(02).
           05 HH-DOCUMENT-TYPE      PIC X(01).
           05 HH-SALES-REP          PIC X(3).
           05 HH-ORIG-INVOICE       PIC X(10).

      * The survivor is credited against the retired account's
      * invoices once they are on its ledger, so their registry
      * entries move with them.
       FD BILLING-REGISTRY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BILLREG.

      * Headers CREDREL has released wait here for the next
      * INVOICECALC run, which would not find a retired customer.
       FD RELEASED-HEADER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY INVHDR.

      * The survivor's balance adjustment and the retired master's
      * delete, for the maintenance merge - CUSTMAINT applies them
      * like any other transaction, so the delete lands on
      * CUSTHIST.DAT with the retired account's last image.
       FD MERGE-TRAN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTTRAN.

      * Re-keyed records go back through the sort so each file
      * keeps the customer order its readers match on. Records
      * that sort equal keep the order they were read in.
       SD AR-SORT-FILE.
       01 SORT-AR-RECORD.
           05 SAR-CUSTOMER-ID        PIC 9(5).
           05 FILLER                 PIC X(73).

       SD PRICE-SORT-FILE.
       01 SORT-PRICE-RECORD.
           05 SCP-CUSTOMER-ID        PIC 9(5).
           05 SCP-ITEM-ID            PIC X(8).
           05 FILLER                 PIC X(7).

       SD CONTRACT-SORT-FILE.
       01 SORT-CONTRACT-RECORD.
           05 SCN-CUSTOMER-ID        PIC X(8).
           05 FILLER                 PIC X(91).

       SD DUNNING-SORT-FILE.
       01 SORT-DUNNING-RECORD.
           05 SDH-CUSTOMER-ID        PIC 9(5).
           05 FILLER                 PIC X(9).

       SD DISPUTE-SORT-FILE.
       01 SORT-DISPUTE-RECORD.
           05 SDS-INVOICE-NUMBER     PIC X(10).
           05 FILLER                 PIC X(40).

       SD TRAN-SORT-FILE.
       01 SORT-TRAN-RECORD.
           05 STR-TRAN-CODE          PIC X(01).
           05 STR-CUSTOMER-ID        PIC 9(5).
           05 FILLER                 PIC X(140).

       FD REGISTER-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01 REGISTER-REPORT-LINE       PIC X(120).

       FD RUN-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       01 REQUEST-STATUS             PIC XX VALUE SPACES.
       01 FILE-STATUS                PIC XX VALUE SPACES.
       01 AR-TRAN-STATUS             PIC XX VALUE SPACES.
       01 PRICE-STATUS               PIC XX VALUE SPACES.
       01 CONTRACT-STATUS            PIC XX VALUE SPACES.
       01 DUN-HIST-STATUS            PIC XX VALUE SPACES.
       01 DISPUTE-STATUS             PIC XX VALUE SPACES.
       01 BACKORDER-STATUS           PIC XX VALUE SPACES.
       01 TAX-EXEMPT-STATUS          PIC XX VALUE SPACES.
       01 HOLD-STATUS                PIC XX VALUE SPACES.
       01 REGISTRY-STATUS            PIC XX VALUE SPACES.
       01 REL-HDR-STATUS             PIC XX VALUE SPACES.
       01 MERGE-TRAN-STATUS          PIC XX VALUE SPACES.
       01 RPT-STATUS                 PIC XX VALUE SPACES.
       01 RUNLOG-STATUS              PIC XX VALUE SPACES.

       01 WS-RAW-TIME                PIC 9(8).
       01 WS-START-TIMESTAMP         PIC 9(14) VALUE ZERO.
       01 WS-END-TIMESTAMP           PIC 9(14) VALUE ZERO.
       01 WS-CURRENT-DATE            PIC 9(8) VALUE ZEROS.

       01 WS-REQUEST-EOF             PIC X VALUE "N".
       01 WS-INPUT-EOF               PIC X VALUE "N".
       01 WS-SORT-EOF                PIC X VALUE "N".
       01 WS-ABORT                   PIC X VALUE "N".
       01 WS-PROOF-OUT               PIC X VALUE "N".
       01 WS-REKEY-STARTED           PIC X VALUE "N".

      * The requests, each carrying what the master pass learns of
      * its two accounts. MG-OK starts "Y" and any conflict turns it
      * "N" - a refused pair touches nothing.
       01 MERGE-TABLE.
           05 MERGE-ENTRY OCCURS 100 TIMES INDEXED BY MG-IDX MG2-IDX.
               10 MG-RETIRING-ID     PIC 9(5).
               10 MG-SURVIVING-ID    PIC 9(5).
               10 MG-REQUESTED-BY    PIC X(08).
               10 MG-RETIRING-FOUND  PIC X(01).
               10 MG-RETIRING-NAME   PIC X(30).
               10 MG-RETIRING-BALANCE PIC S9(7)V99.
               10 MG-SURVIVING-FOUND PIC X(01).
               10 MG-SURVIVING-NAME  PIC X(30).
               10 MG-OK              PIC X(01).
       01 WS-MERGE-COUNT             PIC 9(3) VALUE ZERO.
       01 WS-MERGE-MAX               PIC 9(3) VALUE 100.
       01 WS-PAIR-FOUND              PIC X VALUE "N".
       01 WS-LOOKUP-ID               PIC 9(5) VALUE ZEROS.

      * Why each refused pair was refused, in the order found.
       01 CONFLICT-TABLE.
           05 CONFLICT-ENTRY OCCURS 500 TIMES INDEXED BY CF-IDX.
               10 CF-PAIR-NUMBER     PIC 9(3).
               10 CF-MESSAGE         PIC X(60).
       01 WS-CONFLICT-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-CONFLICT-MAX            PIC 9(3) VALUE 500.
       01 WS-PAIR-NUMBER             PIC 9(3) VALUE ZERO.
       01 WS-CONFLICT-MESSAGE        PIC X(60) VALUE SPACES.

      * What each account in a request holds on the keyed files -
      * "P" a contract price, "C" a recurring contract, "D" a
      * dunning record, "X" a tax-exemption certificate for the
      * jurisdiction in MK-ITEM-ID - so an item both accounts hold
      * is caught before either file is touched.
       01 MEMBER-KEY-TABLE.
           05 MEMBER-KEY-ENTRY OCCURS 2000 TIMES
               INDEXED BY MK-IDX MK2-IDX.
               10 MK-FILE-CODE       PIC X(01).
               10 MK-CUSTOMER-ID     PIC 9(5).
               10 MK-ITEM-ID         PIC X(8).
       01 WS-MEMBER-KEY-COUNT        PIC 9(4) VALUE ZERO.
       01 WS-MEMBER-KEY-MAX          PIC 9(4) VALUE 2000.
       01 WS-MEMBER-FILE-CODE        PIC X(01) VALUE SPACE.
       01 WS-MEMBER-ITEM-ID          PIC X(8) VALUE SPACES.

      * INVHOLD.DAT is held whole while it is rewritten; a queue too
      * big for the table stops the run before anything changes.
       01 HOLD-TABLE.
           05 HOLD-ENTRY OCCURS 500 TIMES INDEXED BY HO-IDX.
               10 HOT-RECORD         PIC X(75).
       01 WS-HOLD-COUNT              PIC 9(3) VALUE ZERO.
       01 WS-HOLD-MAX                PIC 9(3) VALUE 500.

      * BACKORD.DAT is filled in the order it was backordered and
      * TAXEXMPT.DAT has no key order, so both are held whole and
      * written back as read, the way the hold queue is.
       01 BACKORDER-TABLE.
           05 BACKORDER-ENTRY OCCURS 2000 TIMES INDEXED BY BK-IDX.
               10 BKT-RECORD         PIC X(100).
       01 WS-BACKORDER-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-BACKORDER-MAX           PIC 9(4) VALUE 2000.
       01 TAX-EXEMPTION-TABLE.
           05 TAX-EXEMPTION-ENTRY OCCURS 500 TIMES INDEXED BY TX-IDX.
               10 TXT-RECORD         PIC X(39).
       01 WS-EXEMPTION-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-EXEMPTION-MAX           PIC 9(3) VALUE 500.

      * BILLREG.DAT is kept in billing order and INVRELH.DAT in the
      * order CREDREL released, so they are held whole as well.
       01 REGISTRY-TABLE.
           05 REGISTRY-ENTRY OCCURS 10000 TIMES INDEXED BY RG-IDX.
               10 RGT-RECORD         PIC X(43).
       01 WS-REGISTRY-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-REGISTRY-MAX            PIC 9(5) VALUE 10000.
       01 RELEASED-HEADER-TABLE.
           05 RELEASED-HEADER-ENTRY OCCURS 500 TIMES
               INDEXED BY RH-IDX.
               10 RHT-RECORD         PIC X(75).
       01 WS-RELEASED-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-RELEASED-MAX            PIC 9(3) VALUE 500.

      * CON-CUSTOMER-ID, HH-CUSTOMER-ID, HDR-CUSTOMER-ID and
      * BO-CUSTOMER-ID are eight digits; they are narrowed to the
      * master's five
      * through a zero-filled numeric field, as ARWORK widens its
      * inquiry key.
       01 WS-KEY-AREA.
           05 WS-KEY-9               PIC 9(8) VALUE ZEROS.
           05 WS-KEY-X REDEFINES WS-KEY-9 PIC X(8).

      * Counts and amounts per file, read before the rewrite and
      * written after it - the register's proof that a merge moved
      * records between customers and lost none. A file not on
      * disk is left that way, and one on disk the run stopped
      * short of rewriting is left as it was.
       01 FILE-CONTROL-NAMES.
           05 FILLER PIC X(14) VALUE "ARTRAN.DAT".
           05 FILLER PIC X(14) VALUE "CONPRICE.DAT".
           05 FILLER PIC X(14) VALUE "CONTRACT.DAT".
           05 FILLER PIC X(14) VALUE "DUNHIST.DAT".
           05 FILLER PIC X(14) VALUE "INVHOLD.DAT".
           05 FILLER PIC X(14) VALUE "DISPUTE.DAT".
           05 FILLER PIC X(14) VALUE "BACKORD.DAT".
           05 FILLER PIC X(14) VALUE "TAXEXMPT.DAT".
           05 FILLER PIC X(14) VALUE "BILLREG.DAT".
           05 FILLER PIC X(14) VALUE "INVRELH.DAT".
       01 FILE-CONTROL-NAME-TABLE REDEFINES FILE-CONTROL-NAMES.
           05 FCN-FILE-NAME OCCURS 10 TIMES PIC X(14).
       01 FILE-CONTROL-TABLE.
           05 FILE-CONTROL-ENTRY OCCURS 10 TIMES INDEXED BY FC-IDX.
               10 FC-PRESENT         PIC X(01).
               10 FC-REWRITTEN       PIC X(01).
               10 FC-COUNT-BEFORE    PIC 9(7).
               10 FC-COUNT-AFTER     PIC 9(7).
               10 FC-REKEYED         PIC 9(7).
               10 FC-AMOUNT-BEFORE   PIC S9(11)V99.
               10 FC-AMOUNT-AFTER    PIC S9(11)V99.
       01 WS-FILE-COUNT              PIC 99 VALUE 10.
       01 WS-RECORD-AMOUNT           PIC S9(9)V99 VALUE ZERO.

      * Control trailer for MERGTRAN.DAT - count and TRAN-BALANCE
      * hash of the transactions written, the same trailer every
      * feeder into the maintenance merge carries.
           COPY BATCHCTL.
       01 WS-MERGTRAN-HASH           PIC S9(11)V99 VALUE ZERO.

       01 WS-COUNTERS.
           05 WS-REQUESTS-READ       PIC 9(7) VALUE ZERO.
           05 WS-PAIRS-MERGED        PIC 9(7) VALUE ZERO.
           05 WS-PAIRS-REFUSED       PIC 9(7) VALUE ZERO.
           05 WS-MERGE-TRANS-WRITTEN PIC 9(7) VALUE ZERO.
           05 WS-ADJUSTMENTS-WRITTEN PIC 9(7) VALUE ZERO.
           05 WS-DELETES-WRITTEN     PIC 9(7) VALUE ZERO.
       01 WS-BALANCE-MOVED           PIC S9(9)V99 VALUE ZERO.

       01 WS-REGISTER-HEADING-1.
           05 FILLER PIC X(26) VALUE "CUSTOMER MERGE REGISTER - ".
           05 RH-RUN-DATE PIC 9(8).
           05 FILLER PIC X(86) VALUE SPACES.
       01 WS-REGISTER-HEADING-2.
           05 FILLER PIC X(39) VALUE "RETIRING".
           05 FILLER PIC X(37) VALUE "SURVIVING".
           05 FILLER PIC X(16) VALUE " BALANCE MOVED".
           05 FILLER PIC X(10) VALUE "REQUESTED".
           05 FILLER PIC X(18) VALUE "STATUS".

       01 WS-PAIR-DETAIL.
           05 PD-RETIRING-ID         PIC 9(5).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 PD-RETIRING-NAME       PIC X(30).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 PD-SURVIVING-ID        PIC 9(5).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 PD-SURVIVING-NAME      PIC X(30).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 PD-BALANCE-MOVED       PIC $$,$$$,$$9.99-.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 PD-REQUESTED-BY        PIC X(08).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 PD-STATUS              PIC X(8).
           05 FILLER                 PIC X(8) VALUE SPACES.

       01 WS-CONFLICT-LINE.
           05 FILLER                 PIC X(7) VALUE SPACES.
           05 FILLER                 PIC X(13) VALUE "** CONFLICT: ".
           05 CL-MESSAGE             PIC X(60).
           05 FILLER                 PIC X(40) VALUE SPACES.

       01 WS-CONTROL-HEADING-1.
           05 FILLER PIC X(40) VALUE "FILE CONTROL TOTALS".
           05 FILLER PIC X(80) VALUE SPACES.
       01 WS-CONTROL-HEADING-2.
           05 FILLER PIC X(14) VALUE "FILE".
           05 FILLER PIC X(11) VALUE "     BEFORE".
           05 FILLER PIC X(11) VALUE "      AFTER".
           05 FILLER PIC X(11) VALUE "   RE-KEYED".
           05 FILLER PIC X(19) VALUE "      AMOUNT BEFORE".
           05 FILLER PIC X(19) VALUE "       AMOUNT AFTER".
           05 FILLER PIC X(35) VALUE SPACES.
       01 WS-CONTROL-DETAIL.
           05 CD-FILE-NAME           PIC X(14).
           05 CD-COUNT-BEFORE        PIC ZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 CD-COUNT-AFTER         PIC ZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 CD-REKEYED             PIC ZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 CD-AMOUNT-BEFORE       PIC $$,$$$,$$$,$$9.99-.
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 CD-AMOUNT-AFTER        PIC $$,$$$,$$$,$$9.99-.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 CD-PROOF               PIC X(20).
       01 WS-NOT-PRESENT-LINE.
           05 NP-FILE-NAME           PIC X(14).
           05 FILLER                 PIC X(40) VALUE
               "NOT ON FILE - NOTHING TO RE-KEY".
           05 FILLER                 PIC X(66) VALUE SPACES.
       01 WS-NOT-REWRITTEN-LINE.
           05 NR-FILE-NAME           PIC X(14).
           05 FILLER                 PIC X(50) VALUE
               "** NOT REWRITTEN - RUN STOPPED, LEFT AS IT WAS **".
           05 FILLER                 PIC X(56) VALUE SPACES.
       01 WS-NOTHING-MERGED-LINE     PIC X(60) VALUE
           "NO PAIR MERGED - NO FILE CHANGED".

       01 WS-MERGTRAN-LINE.
           05 FILLER PIC X(14) VALUE "MERGTRAN.DAT".
           05 MT-ADJUSTMENTS PIC ZZ,ZZZ,ZZ9.
           05 FILLER PIC X(28) VALUE " BALANCE ADJUSTMENT(S) FOR ".
           05 MT-BALANCE-MOVED PIC $$,$$$,$$$,$$9.99-.
           05 FILLER PIC X(2) VALUE SPACES.
           05 MT-DELETES PIC ZZ,ZZZ,ZZ9.
           05 FILLER PIC X(38) VALUE " MASTER DELETE(S)".
       01 WS-REGISTER-TOTAL-LINE.
           05 FILLER PIC X(16) VALUE "PAIRS REQUESTED:".
           05 RT-REQUESTED PIC ZZZ,ZZ9.
           05 FILLER PIC X(11) VALUE "   MERGED: ".
           05 RT-MERGED PIC ZZZ,ZZ9.
           05 FILLER PIC X(12) VALUE "   REFUSED: ".
           05 RT-REFUSED PIC ZZZ,ZZ9.
           05 FILLER PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM CAPTURE-START-TIME.
           PERFORM OPEN-REGISTER.
           PERFORM LOAD-MERGE-REQUESTS.
           IF WS-MERGE-COUNT > ZERO
               PERFORM EDIT-MERGE-PAIR
                   VARYING MG-IDX FROM 1 BY 1
                   UNTIL MG-IDX > WS-MERGE-COUNT
               PERFORM SCAN-CUSTOMER-MASTER
               PERFORM SCAN-CONTRACT-PRICES
               PERFORM SCAN-CONTRACTS
               PERFORM SCAN-DUNNING-HISTORY
               PERFORM LOAD-HELD-INVOICES
               PERFORM LOAD-BACKORDERS
               PERFORM LOAD-TAX-EXEMPTIONS
               PERFORM LOAD-BILLING-REGISTRY
               PERFORM LOAD-RELEASED-HEADERS
               PERFORM JUDGE-MERGE-PAIR
                   VARYING MG-IDX FROM 1 BY 1
                   UNTIL MG-IDX > WS-MERGE-COUNT
           END-IF.
           IF WS-ABORT = "N"
               PERFORM WRITE-PAIR-SECTION
               IF WS-PAIRS-MERGED > ZERO
                   MOVE "Y" TO WS-REKEY-STARTED
                   PERFORM REKEY-AR-TRANSACTIONS
                   PERFORM REKEY-CONTRACT-PRICES
                   PERFORM REKEY-CONTRACTS
                   PERFORM REKEY-DUNNING-HISTORY
                   PERFORM REKEY-HELD-INVOICES
                   PERFORM REKEY-DISPUTES
                   PERFORM REKEY-BACKORDERS
                   PERFORM REKEY-TAX-EXEMPTIONS
                   PERFORM REKEY-BILLING-REGISTRY
                   PERFORM REKEY-RELEASED-HEADERS
               END-IF
               PERFORM WRITE-MERGE-TRANSACTIONS
               PERFORM WRITE-CONTROL-SECTION
           END-IF.
           CLOSE REGISTER-REPORT-FILE.
           PERFORM WRITE-RUN-LOG.
           EVALUATE TRUE
               WHEN WS-ABORT = "Y" AND WS-REKEY-STARTED = "Y"
                   DISPLAY "CUSTMERG: run stopped while re-keying - "
                       "files marked NOT REWRITTEN on CUSTMERG.RPT "
                       "were left as they were and MERGTRAN.DAT "
                       "retires no one; correct the error and rerun"
                   MOVE 16 TO RETURN-CODE
               WHEN WS-ABORT = "Y"
                   DISPLAY "CUSTMERG: run stopped before any file "
                       "was changed"
                   MOVE 16 TO RETURN-CODE
               WHEN WS-PROOF-OUT = "Y"
                   DISPLAY "CUSTMERG: file control totals out of "
                       "balance - see CUSTMERG.RPT before the "
                       "maintenance merge runs"
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "CUSTMERG: " WS-PAIRS-MERGED
                       " pair(s) merged, " WS-PAIRS-REFUSED
                       " refused; MERGTRAN.DAT goes into the "
                       "maintenance merge ahead of the cycle's "
                       "feeders. Clear MERGERQ.DAT once CUSTMERG.RPT "
                       "is filed."
           END-EVALUATE.
           STOP RUN.

       CAPTURE-START-TIME.
           ACCEPT WS-START-TIMESTAMP(1:8) FROM DATE YYYYMMDD.
           ACCEPT WS-RAW-TIME FROM TIME.
           MOVE WS-RAW-TIME(1:6) TO WS-START-TIMESTAMP(9:6).
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.

      * Writes one audit record to the shared run log, same layout
      * and append convention CUSTFILE and INVOICECALC use. A proof
      * that does not tie logs the run aborted so BATCHDRV goes no
      * further until someone has looked.
       WRITE-RUN-LOG.
           ACCEPT WS-END-TIMESTAMP(1:8) FROM DATE YYYYMMDD.
           ACCEPT WS-RAW-TIME FROM TIME.
           MOVE WS-RAW-TIME(1:6) TO WS-END-TIMESTAMP(9:6).
           OPEN EXTEND RUN-LOG-FILE.
           IF RUNLOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           MOVE "CUSTMERG" TO RL-PROGRAM-NAME.
           MOVE WS-START-TIMESTAMP TO RL-START-TIMESTAMP.
           MOVE WS-END-TIMESTAMP TO RL-END-TIMESTAMP.
           MOVE WS-REQUESTS-READ TO RL-RECORDS-IN.
           MOVE WS-PAIRS-MERGED TO RL-RECORDS-OUT.
           IF WS-ABORT = "Y" OR WS-PROOF-OUT = "Y"
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

       OPEN-REGISTER.
           OPEN OUTPUT REGISTER-REPORT-FILE.
           IF RPT-STATUS NOT = "00"
               DISPLAY "Error opening CUSTMERG.RPT: " RPT-STATUS
           END-IF.
           MOVE WS-CURRENT-DATE TO RH-RUN-DATE.
           MOVE WS-REGISTER-HEADING-1 TO REGISTER-REPORT-LINE.
           WRITE REGISTER-REPORT-LINE.
           MOVE WS-REGISTER-HEADING-2 TO REGISTER-REPORT-LINE.
           WRITE REGISTER-REPORT-LINE.
           INITIALIZE FILE-CONTROL-TABLE.

      * No MERGERQ.DAT just means nothing was asked for; the run
      * still writes an empty MERGTRAN.DAT so the maintenance merge
      * finds its trailer.
       LOAD-MERGE-REQUESTS.
           OPEN INPUT MERGE-REQUEST-FILE.
           IF REQUEST-STATUS NOT = "00"
               DISPLAY "CUSTMERG: no MERGERQ.DAT ("
                   REQUEST-STATUS "), no merges this run"
               MOVE "Y" TO WS-REQUEST-EOF
           END-IF.
           PERFORM READ-MERGE-REQUEST.
           PERFORM STORE-MERGE-REQUEST
               UNTIL WS-REQUEST-EOF = "Y".
           IF REQUEST-STATUS = "00" OR REQUEST-STATUS = "10"
               CLOSE MERGE-REQUEST-FILE
           END-IF.

       READ-MERGE-REQUEST.
           IF WS-REQUEST-EOF = "N"
               READ MERGE-REQUEST-FILE
                   AT END MOVE "Y" TO WS-REQUEST-EOF
               END-READ
               IF REQUEST-STATUS NOT = "00"
                   AND REQUEST-STATUS NOT = "10"
                   DISPLAY "Error reading MERGERQ.DAT: "
                       REQUEST-STATUS
                   MOVE "Y" TO WS-REQUEST-EOF
               END-IF
           END-IF.

      * A request the table cannot take would be silently left
      * unmerged, so the run stops instead.
       STORE-MERGE-REQUEST.
           ADD 1 TO WS-REQUESTS-READ.
           IF WS-MERGE-COUNT < WS-MERGE-MAX
               ADD 1 TO WS-MERGE-COUNT
               SET MG-IDX TO WS-MERGE-COUNT
               MOVE MRQ-RETIRING-ID TO MG-RETIRING-ID(MG-IDX)
               MOVE MRQ-SURVIVING-ID TO MG-SURVIVING-ID(MG-IDX)
               MOVE MRQ-REQUESTED-BY TO MG-REQUESTED-BY(MG-IDX)
               MOVE "N" TO MG-RETIRING-FOUND(MG-IDX)
                   MG-SURVIVING-FOUND(MG-IDX)
               MOVE "** NOT ON CUSTOMER MASTER **"
                   TO MG-RETIRING-NAME(MG-IDX)
                   MG-SURVIVING-NAME(MG-IDX)
               MOVE ZERO TO MG-RETIRING-BALANCE(MG-IDX)
               MOVE "Y" TO MG-OK(MG-IDX)
           ELSE
               DISPLAY "CUSTMERG: more than " WS-MERGE-MAX
                   " merge requests - split MERGERQ.DAT"
               MOVE "Y" TO WS-ABORT
               MOVE "Y" TO WS-REQUEST-EOF
           END-IF.
           PERFORM READ-MERGE-REQUEST.

      * Pairs are merged all at once, so a pair that leans on
      * another in the same run - a chain, or one account retired
      * twice - is refused and left for a later run.
       EDIT-MERGE-PAIR.
           IF MG-RETIRING-ID(MG-IDX) = MG-SURVIVING-ID(MG-IDX)
               MOVE "RETIRING AND SURVIVING ID ARE THE SAME"
                   TO WS-CONFLICT-MESSAGE
               PERFORM ADD-CONFLICT
           END-IF.
           IF MG-REQUESTED-BY(MG-IDX) = SPACES
               MOVE "NO REQUESTING OPERATOR - REKEY THE REQUEST"
                   TO WS-CONFLICT-MESSAGE
               PERFORM ADD-CONFLICT
           END-IF.
           PERFORM EDIT-AGAINST-OTHER-PAIR
               VARYING MG2-IDX FROM 1 BY 1
               UNTIL MG2-IDX > WS-MERGE-COUNT.

       EDIT-AGAINST-OTHER-PAIR.
           IF MG2-IDX NOT = MG-IDX
               IF MG-RETIRING-ID(MG2-IDX) = MG-RETIRING-ID(MG-IDX)
                   MOVE "RETIRING ID IS IN ANOTHER REQUEST TOO"
                       TO WS-CONFLICT-MESSAGE
                   PERFORM ADD-CONFLICT
               END-IF
               IF MG-SURVIVING-ID(MG2-IDX) = MG-RETIRING-ID(MG-IDX)
                   MOVE "RETIRING ID SURVIVES ANOTHER REQUEST"
                       TO WS-CONFLICT-MESSAGE
                   PERFORM ADD-CONFLICT
               END-IF
               IF MG-RETIRING-ID(MG2-IDX) = MG-SURVIVING-ID(MG-IDX)
                   MOVE "SURVIVING ID IS RETIRED BY ANOTHER REQUEST"
                       TO WS-CONFLICT-MESSAGE
                   PERFORM ADD-CONFLICT
               END-IF
           END-IF.

       ADD-CONFLICT.
           MOVE "N" TO MG-OK(MG-IDX).
           IF WS-CONFLICT-COUNT < WS-CONFLICT-MAX
               ADD 1 TO WS-CONFLICT-COUNT
               SET CF-IDX TO WS-CONFLICT-COUNT
               SET WS-PAIR-NUMBER TO MG-IDX
               MOVE WS-PAIR-NUMBER TO CF-PAIR-NUMBER(CF-IDX)
               MOVE WS-CONFLICT-MESSAGE TO CF-MESSAGE(CF-IDX)
           ELSE
               DISPLAY "Warning: conflict table full - pair "
                   MG-RETIRING-ID(MG-IDX) " refused, reason not "
                   "listed"
           END-IF.
           MOVE SPACES TO WS-CONFLICT-MESSAGE.

      * Both accounts must be on the master. An account whose
      * parent is being retired would be left pointing at nothing,
      * so its family is re-pointed through CUSTMAINT first.
       SCAN-CUSTOMER-MASTER.
           MOVE "N" TO WS-INPUT-EOF.
           OPEN INPUT CUSTOMER-FILE.
           IF FILE-STATUS NOT = "00"
               DISPLAY "Error opening CUSTOMER-FILE: " FILE-STATUS
               MOVE "Y" TO WS-INPUT-EOF
           END-IF.
           PERFORM READ-CUSTOMER.
           PERFORM MATCH-CUSTOMER UNTIL WS-INPUT-EOF = "Y".
           IF FILE-STATUS = "00" OR FILE-STATUS = "10"
               CLOSE CUSTOMER-FILE
           END-IF.

       READ-CUSTOMER.
           IF WS-INPUT-EOF = "N"
               READ CUSTOMER-FILE
                   AT END MOVE "Y" TO WS-INPUT-EOF
               END-READ
               IF FILE-STATUS NOT = "00"
                   AND FILE-STATUS NOT = "10"
                   DISPLAY "Error reading CUSTOMER-FILE: "
                       FILE-STATUS
                   MOVE "Y" TO WS-INPUT-EOF
               END-IF
           END-IF.

       MATCH-CUSTOMER.
           PERFORM MATCH-CUSTOMER-TO-PAIR
               VARYING MG-IDX FROM 1 BY 1
               UNTIL MG-IDX > WS-MERGE-COUNT.
           PERFORM READ-CUSTOMER.

       MATCH-CUSTOMER-TO-PAIR.
           IF MG-RETIRING-ID(MG-IDX) = CUSTOMER-ID
               MOVE "Y" TO MG-RETIRING-FOUND(MG-IDX)
               MOVE CUSTOMER-NAME TO MG-RETIRING-NAME(MG-IDX)
               MOVE BALANCE TO MG-RETIRING-BALANCE(MG-IDX)
           END-IF.
           IF MG-SURVIVING-ID(MG-IDX) = CUSTOMER-ID
               MOVE "Y" TO MG-SURVIVING-FOUND(MG-IDX)
               MOVE CUSTOMER-NAME TO MG-SURVIVING-NAME(MG-IDX)
           END-IF.
           IF PARENT-CUSTOMER-ID NOT = ZERO
               AND PARENT-CUSTOMER-ID = MG-RETIRING-ID(MG-IDX)
               STRING "RETIRING ID IS PARENT OF " CUSTOMER-ID
                   " - RE-POINT IT FIRST" DELIMITED BY SIZE
                   INTO WS-CONFLICT-MESSAGE
               PERFORM ADD-CONFLICT
           END-IF.

      * The keyed files are read once here only to note what each
      * account in a request holds; the rewrite reads them again.
       SCAN-CONTRACT-PRICES.
           MOVE "N" TO WS-INPUT-EOF.
           OPEN INPUT CONTRACT-PRICE-FILE.
           IF PRICE-STATUS NOT = "00"
               MOVE "Y" TO WS-INPUT-EOF
           END-IF.
           PERFORM READ-CONTRACT-PRICE.
           PERFORM NOTE-CONTRACT-PRICE UNTIL WS-INPUT-EOF = "Y".
           IF PRICE-STATUS = "00" OR PRICE-STATUS = "10"
               CLOSE CONTRACT-PRICE-FILE
           END-IF.

       READ-CONTRACT-PRICE.
           IF WS-INPUT-EOF = "N"
               READ CONTRACT-PRICE-FILE
                   AT END MOVE "Y" TO WS-INPUT-EOF
               END-READ
               IF PRICE-STATUS NOT = "00"
                   AND PRICE-STATUS NOT = "10"
                   DISPLAY "Error reading CONPRICE.DAT: "
                       PRICE-STATUS
                   MOVE "Y" TO WS-INPUT-EOF
                   MOVE "Y" TO WS-ABORT
               END-IF
           END-IF.

       NOTE-CONTRACT-PRICE.
           MOVE CP-CUSTOMER-ID TO WS-LOOKUP-ID.
           MOVE "P" TO WS-MEMBER-FILE-CODE.
           MOVE CP-ITEM-ID TO WS-MEMBER-ITEM-ID.
           PERFORM NOTE-MEMBER-KEY.
           PERFORM READ-CONTRACT-PRICE.

       SCAN-CONTRACTS.
           MOVE "N" TO WS-INPUT-EOF.
           OPEN INPUT CONTRACT-FILE.
           IF CONTRACT-STATUS NOT = "00"
               MOVE "Y" TO WS-INPUT-EOF
           END-IF.
           PERFORM READ-CONTRACT.
           PERFORM NOTE-CONTRACT UNTIL WS-INPUT-EOF = "Y".
           IF CONTRACT-STATUS = "00" OR CONTRACT-STATUS = "10"
               CLOSE CONTRACT-FILE
           END-IF.

       READ-CONTRACT.
           IF WS-INPUT-EOF = "N"
               READ CONTRACT-FILE
                   AT END MOVE "Y" TO WS-INPUT-EOF
               END-READ
               IF CONTRACT-STATUS NOT = "00"
                   AND CONTRACT-STATUS NOT = "10"
                   DISPLAY "Error reading CONTRACT.DAT: "
                       CONTRACT-STATUS
                   MOVE "Y" TO WS-INPUT-EOF
                   MOVE "Y" TO WS-ABORT
               END-IF
           END-IF.

       NOTE-CONTRACT.
           MOVE CON-CUSTOMER-ID TO WS-KEY-X.
           PERFORM NARROW-EIGHT-DIGIT-KEY.
           MOVE "C" TO WS-MEMBER-FILE-CODE.
           MOVE CON-ITEM-ID TO WS-MEMBER-ITEM-ID.
           PERFORM NOTE-MEMBER-KEY.
           PERFORM READ-CONTRACT.

      * A key that is not all digits, or too wide for the master,
      * can belong to no customer and looks up as zero.
       NARROW-EIGHT-DIGIT-KEY.
           IF WS-KEY-X IS NUMERIC
               AND WS-KEY-9 < 100000
               MOVE WS-KEY-9 TO WS-LOOKUP-ID
           ELSE
               MOVE ZERO TO WS-LOOKUP-ID
           END-IF.

       SCAN-DUNNING-HISTORY.
           MOVE "N" TO WS-INPUT-EOF.
           OPEN INPUT DUN-HISTORY-FILE.
           IF DUN-HIST-STATUS NOT = "00"
               MOVE "Y" TO WS-INPUT-EOF
           END-IF.
           PERFORM READ-DUNNING-HISTORY.
           PERFORM NOTE-DUNNING-HISTORY UNTIL WS-INPUT-EOF = "Y".
           IF DUN-HIST-STATUS = "00" OR DUN-HIST-STATUS = "10"
               CLOSE DUN-HISTORY-FILE
           END-IF.

       READ-DUNNING-HISTORY.
           IF WS-INPUT-EOF = "N"
               READ DUN-HISTORY-FILE
                   AT END MOVE "Y" TO WS-INPUT-EOF
               END-READ
               IF DUN-HIST-STATUS NOT = "00"
                   AND DUN-HIST-STATUS NOT = "10"
                   DISPLAY "Error reading DUNHIST.DAT: "
                       DUN-HIST-STATUS
                   MOVE "Y" TO WS-INPUT-EOF
                   MOVE "Y" TO WS-ABORT
               END-IF
           END-IF.

       NOTE-DUNNING-HISTORY.
           MOVE DH-CUSTOMER-ID TO WS-LOOKUP-ID.
           MOVE "D" TO WS-MEMBER-FILE-CODE.
           MOVE SPACES TO WS-MEMBER-ITEM-ID.
           PERFORM NOTE-MEMBER-KEY.
           PERFORM READ-DUNNING-HISTORY.

      * Only accounts named in a request are noted; conflicts
      * cannot be judged on a partial list, so an overflow stops
      * the run.
       NOTE-MEMBER-KEY.
           MOVE "N" TO WS-PAIR-FOUND.
           SET MG-IDX TO 1.
           SEARCH MERGE-ENTRY
               AT END
                   CONTINUE
               WHEN MG-IDX > WS-MERGE-COUNT
                   CONTINUE
               WHEN MG-RETIRING-ID(MG-IDX) = WS-LOOKUP-ID
                   OR MG-SURVIVING-ID(MG-IDX) = WS-LOOKUP-ID
                   MOVE "Y" TO WS-PAIR-FOUND
           END-SEARCH.
           IF WS-PAIR-FOUND = "Y" AND WS-LOOKUP-ID NOT = ZERO
               IF WS-MEMBER-KEY-COUNT < WS-MEMBER-KEY-MAX
                   ADD 1 TO WS-MEMBER-KEY-COUNT
                   SET MK-IDX TO WS-MEMBER-KEY-COUNT
                   MOVE WS-MEMBER-FILE-CODE TO MK-FILE-CODE(MK-IDX)
                   MOVE WS-LOOKUP-ID TO MK-CUSTOMER-ID(MK-IDX)
                   MOVE WS-MEMBER-ITEM-ID TO MK-ITEM-ID(MK-IDX)
               ELSE
                   DISPLAY "CUSTMERG: member key table full - "
                       "conflicts cannot be checked, merge fewer "
                       "pairs per run"
                   MOVE "Y" TO WS-ABORT
                   MOVE "Y" TO WS-INPUT-EOF
               END-IF
           END-IF.

       LOAD-HELD-INVOICES.
           SET FC-IDX TO 5.
           MOVE "N" TO WS-INPUT-EOF.
           OPEN INPUT INVOICE-HOLD-FILE.
           IF HOLD-STATUS = "00"
               MOVE "Y" TO FC-PRESENT(FC-IDX)
           ELSE
               MOVE "Y" TO WS-INPUT-EOF
           END-IF.
           PERFORM READ-HOLD-HEADER.
           PERFORM STORE-HOLD-HEADER UNTIL WS-INPUT-EOF = "Y".
           IF HOLD-STATUS = "00" OR HOLD-STATUS = "10"
               CLOSE INVOICE-HOLD-FILE
           END-IF.

       READ-HOLD-HEADER.
           IF WS-INPUT-EOF = "N"
               READ INVOICE-HOLD-FILE
                   AT END MOVE "Y" TO WS-INPUT-EOF
               END-READ
               IF HOLD-STATUS NOT = "00"
                   AND HOLD-STATUS NOT = "10"
                   DISPLAY "Error reading INVHOLD.DAT: " HOLD-STATUS
                   MOVE "Y" TO WS-INPUT-EOF
                   MOVE "Y" TO WS-ABORT
               END-IF
           END-IF.

       STORE-HOLD-HEADER.
           IF WS-HOLD-COUNT < WS-HOLD-MAX
               ADD 1 TO WS-HOLD-COUNT
               SET HO-IDX TO WS-HOLD-COUNT
               MOVE HOLD-HEADER-RECORD TO HOT-RECORD(HO-IDX)
               ADD 1 TO FC-COUNT-BEFORE(FC-IDX)
           ELSE
               DISPLAY "CUSTMERG: INVHOLD.DAT too large to rewrite "
                   "- release or bill the held invoices first"
               MOVE "Y" TO WS-ABORT
               MOVE "Y" TO WS-INPUT-EOF
           END-IF.
           PERFORM READ-HOLD-HEADER.

      * BACKORD.DAT's amount is each line's price times its
      * quantity - what BOFILL will bill when stock allows.
       LOAD-BACKORDERS.
           SET FC-IDX TO 7.
           MOVE "N" TO WS-INPUT-EOF.
           OPEN INPUT BACKORDER-FILE.
           IF BACKORDER-STATUS = "00"
               MOVE "Y" TO FC-PRESENT(FC-IDX)
           ELSE
               MOVE "Y" TO WS-INPUT-EOF
           END-IF.
           PERFORM READ-BACKORDER.
           PERFORM STORE-BACKORDER UNTIL WS-INPUT-EOF = "Y".
           IF BACKORDER-STATUS = "00" OR BACKORDER-STATUS = "10"
               CLOSE BACKORDER-FILE
           END-IF.

       READ-BACKORDER.
           IF WS-INPUT-EOF = "N"
               READ BACKORDER-FILE
                   AT END MOVE "Y" TO WS-INPUT-EOF
               END-READ
               IF BACKORDER-STATUS NOT = "00"
                   AND BACKORDER-STATUS NOT = "10"
                   DISPLAY "Error reading BACKORD.DAT: "
                       BACKORDER-STATUS
                   MOVE "Y" TO WS-INPUT-EOF
                   MOVE "Y" TO WS-ABORT
               END-IF
           END-IF.

       STORE-BACKORDER.
           IF WS-BACKORDER-COUNT < WS-BACKORDER-MAX
               ADD 1 TO WS-BACKORDER-COUNT
               SET BK-IDX TO WS-BACKORDER-COUNT
               MOVE BACKORDER-RECORD TO BKT-RECORD(BK-IDX)
               ADD 1 TO FC-COUNT-BEFORE(FC-IDX)
               COMPUTE WS-RECORD-AMOUNT = BO-ITEM-PRICE * BO-QTY
               ADD WS-RECORD-AMOUNT TO FC-AMOUNT-BEFORE(FC-IDX)
           ELSE
               DISPLAY "CUSTMERG: BACKORD.DAT too large to rewrite "
                   "- run BOFILL first"
               MOVE "Y" TO WS-ABORT
               MOVE "Y" TO WS-INPUT-EOF
           END-IF.
           PERFORM READ-BACKORDER.

      * Certificates carry no money; TAXEXMPT.DAT proves on count.
      * Each is noted against its jurisdiction as it is tabled, so
      * two accounts exempt in the same place are caught.
       LOAD-TAX-EXEMPTIONS.
           SET FC-IDX TO 8.
           MOVE "N" TO WS-INPUT-EOF.
           OPEN INPUT TAX-EXEMPTION-FILE.
           IF TAX-EXEMPT-STATUS = "00"
               MOVE "Y" TO FC-PRESENT(FC-IDX)
           ELSE
               MOVE "Y" TO WS-INPUT-EOF
           END-IF.
           PERFORM READ-TAX-EXEMPTION.
           PERFORM STORE-TAX-EXEMPTION UNTIL WS-INPUT-EOF = "Y".
           IF TAX-EXEMPT-STATUS = "00" OR TAX-EXEMPT-STATUS = "10"
               CLOSE TAX-EXEMPTION-FILE
           END-IF.

       READ-TAX-EXEMPTION.
           IF WS-INPUT-EOF = "N"
               READ TAX-EXEMPTION-FILE
                   AT END MOVE "Y" TO WS-INPUT-EOF
               END-READ
               IF TAX-EXEMPT-STATUS NOT = "00"
                   AND TAX-EXEMPT-STATUS NOT = "10"
                   DISPLAY "Error reading TAXEXMPT.DAT: "
                       TAX-EXEMPT-STATUS
                   MOVE "Y" TO WS-INPUT-EOF
                   MOVE "Y" TO WS-ABORT
               END-IF
           END-IF.

       STORE-TAX-EXEMPTION.
           IF WS-EXEMPTION-COUNT < WS-EXEMPTION-MAX
               ADD 1 TO WS-EXEMPTION-COUNT
               SET TX-IDX TO WS-EXEMPTION-COUNT
               MOVE TAX-EXEMPTION-RECORD TO TXT-RECORD(TX-IDX)
               ADD 1 TO FC-COUNT-BEFORE(FC-IDX)
               MOVE TXE-CUSTOMER-ID TO WS-LOOKUP-ID
               MOVE "X" TO WS-MEMBER-FILE-CODE
               MOVE TXE-JURISDICTION TO WS-MEMBER-ITEM-ID
               PERFORM NOTE-MEMBER-KEY
           ELSE
               DISPLAY "CUSTMERG: TAXEXMPT.DAT too large to rewrite"
               MOVE "Y" TO WS-ABORT
               MOVE "Y" TO WS-INPUT-EOF
           END-IF.
           PERFORM READ-TAX-EXEMPTION.

      * BILLREG.DAT's amount is the sum of the document totals,
      * credit memos netting against the invoices.
       LOAD-BILLING-REGISTRY.
           SET FC-IDX TO 9.
           MOVE "N" TO WS-INPUT-EOF.
           OPEN INPUT BILLING-REGISTRY-FILE.
           IF REGISTRY-STATUS = "00"
               MOVE "Y" TO FC-PRESENT(FC-IDX)
           ELSE
               MOVE "Y" TO WS-INPUT-EOF
           END-IF.
           PERFORM READ-BILLING-REGISTRY.
           PERFORM STORE-REGISTRY-ENTRY UNTIL WS-INPUT-EOF = "Y".
           IF REGISTRY-STATUS = "00" OR REGISTRY-STATUS = "10"
               CLOSE BILLING-REGISTRY-FILE
           END-IF.

       READ-BILLING-REGISTRY.
           IF WS-INPUT-EOF = "N"
               READ BILLING-REGISTRY-FILE
                   AT END MOVE "Y" TO WS-INPUT-EOF
               END-READ
               IF REGISTRY-STATUS NOT = "00"
                   AND REGISTRY-STATUS NOT = "10"
                   DISPLAY "Error reading BILLREG.DAT: "
                       REGISTRY-STATUS
                   MOVE "Y" TO WS-INPUT-EOF
                   MOVE "Y" TO WS-ABORT
               END-IF
           END-IF.

       STORE-REGISTRY-ENTRY.
           IF WS-REGISTRY-COUNT < WS-REGISTRY-MAX
               ADD 1 TO WS-REGISTRY-COUNT
               SET RG-IDX TO WS-REGISTRY-COUNT
               MOVE BILLING-REGISTRY-RECORD TO RGT-RECORD(RG-IDX)
               ADD 1 TO FC-COUNT-BEFORE(FC-IDX)
               ADD BRG-TOTAL-AMOUNT TO FC-AMOUNT-BEFORE(FC-IDX)
           ELSE
               DISPLAY "CUSTMERG: BILLREG.DAT too large to rewrite "
                   "- run the BILLREG purge first"
               MOVE "Y" TO WS-ABORT
               MOVE "Y" TO WS-INPUT-EOF
           END-IF.
           PERFORM READ-BILLING-REGISTRY.

      * Released headers carry no amount; INVRELH.DAT proves on
      * count. Their lines hang off the invoice number.
       LOAD-RELEASED-HEADERS.
           SET FC-IDX TO 10.
           MOVE "N" TO WS-INPUT-EOF.
           OPEN INPUT RELEASED-HEADER-FILE.
           IF REL-HDR-STATUS = "00"
               MOVE "Y" TO FC-PRESENT(FC-IDX)
           ELSE
               MOVE "Y" TO WS-INPUT-EOF
           END-IF.
           PERFORM READ-RELEASED-HEADER.
           PERFORM STORE-RELEASED-HEADER UNTIL WS-INPUT-EOF = "Y".
           IF REL-HDR-STATUS = "00" OR REL-HDR-STATUS = "10"
               CLOSE RELEASED-HEADER-FILE
           END-IF.

       READ-RELEASED-HEADER.
           IF WS-INPUT-EOF = "N"
               READ RELEASED-HEADER-FILE
                   AT END MOVE "Y" TO WS-INPUT-EOF
               END-READ
               IF REL-HDR-STATUS NOT = "00"
                   AND REL-HDR-STATUS NOT = "10"
                   DISPLAY "Error reading INVRELH.DAT: "
                       REL-HDR-STATUS
                   MOVE "Y" TO WS-INPUT-EOF
                   MOVE "Y" TO WS-ABORT
               END-IF
           END-IF.

       STORE-RELEASED-HEADER.
           IF WS-RELEASED-COUNT < WS-RELEASED-MAX
               ADD 1 TO WS-RELEASED-COUNT
               SET RH-IDX TO WS-RELEASED-COUNT
               MOVE INVOICE-HEADER-RECORD TO RHT-RECORD(RH-IDX)
               ADD 1 TO FC-COUNT-BEFORE(FC-IDX)
           ELSE
               DISPLAY "CUSTMERG: INVRELH.DAT too large to rewrite "
                   "- bill the released invoices first"
               MOVE "Y" TO WS-ABORT
               MOVE "Y" TO WS-INPUT-EOF
           END-IF.
           PERFORM READ-RELEASED-HEADER.

      * A pair is merged only when both accounts are on the master
      * and nothing the retiring account holds would collide with
      * what the survivor already has - which price, contract,
      * dunning level or exemption certificate wins is credit's
      * call, not this program's.
       JUDGE-MERGE-PAIR.
           IF MG-RETIRING-FOUND(MG-IDX) = "N"
               MOVE "RETIRING ID NOT ON CUSTOMER MASTER"
                   TO WS-CONFLICT-MESSAGE
               PERFORM ADD-CONFLICT
           END-IF.
           IF MG-SURVIVING-FOUND(MG-IDX) = "N"
               MOVE "SURVIVING ID NOT ON CUSTOMER MASTER"
                   TO WS-CONFLICT-MESSAGE
               PERFORM ADD-CONFLICT
           END-IF.
           PERFORM CHECK-RETIRING-KEY
               VARYING MK-IDX FROM 1 BY 1
               UNTIL MK-IDX > WS-MEMBER-KEY-COUNT.
           IF MG-OK(MG-IDX) = "Y"
               ADD 1 TO WS-PAIRS-MERGED
           ELSE
               ADD 1 TO WS-PAIRS-REFUSED
           END-IF.

       CHECK-RETIRING-KEY.
           IF MK-CUSTOMER-ID(MK-IDX) = MG-RETIRING-ID(MG-IDX)
               PERFORM COMPARE-SURVIVOR-KEY
                   VARYING MK2-IDX FROM 1 BY 1
                   UNTIL MK2-IDX > WS-MEMBER-KEY-COUNT
           END-IF.

       COMPARE-SURVIVOR-KEY.
           IF MK-CUSTOMER-ID(MK2-IDX) = MG-SURVIVING-ID(MG-IDX)
               AND MK-FILE-CODE(MK2-IDX) = MK-FILE-CODE(MK-IDX)
               AND MK-ITEM-ID(MK2-IDX) = MK-ITEM-ID(MK-IDX)
               EVALUATE MK-FILE-CODE(MK-IDX)
                   WHEN "P"
                       STRING "CONTRACT PRICE ON BOTH IDS FOR ITEM "
                           MK-ITEM-ID(MK-IDX) DELIMITED BY SIZE
                           INTO WS-CONFLICT-MESSAGE
                   WHEN "C"
                       STRING "RECURRING CONTRACT ON BOTH IDS FOR "
                           "ITEM " MK-ITEM-ID(MK-IDX)
                           DELIMITED BY SIZE
                           INTO WS-CONFLICT-MESSAGE
                   WHEN "X"
                       STRING "TAX EXEMPTION ON BOTH IDS FOR "
                           "JURISDICTION " MK-ITEM-ID(MK-IDX)(1:2)
                           DELIMITED BY SIZE
                           INTO WS-CONFLICT-MESSAGE
                   WHEN OTHER
                       MOVE "DUNNING HISTORY ON BOTH IDS"
                           TO WS-CONFLICT-MESSAGE
               END-EVALUATE
               PERFORM ADD-CONFLICT
           END-IF.

       WRITE-PAIR-SECTION.
           PERFORM WRITE-ONE-PAIR
               VARYING MG-IDX FROM 1 BY 1
               UNTIL MG-IDX > WS-MERGE-COUNT.
           MOVE SPACES TO REGISTER-REPORT-LINE.
           WRITE REGISTER-REPORT-LINE.
           MOVE WS-REQUESTS-READ TO RT-REQUESTED.
           MOVE WS-PAIRS-MERGED TO RT-MERGED.
           MOVE WS-PAIRS-REFUSED TO RT-REFUSED.
           MOVE WS-REGISTER-TOTAL-LINE TO REGISTER-REPORT-LINE.
           WRITE REGISTER-REPORT-LINE.

       WRITE-ONE-PAIR.
           MOVE MG-RETIRING-ID(MG-IDX) TO PD-RETIRING-ID.
           MOVE MG-RETIRING-NAME(MG-IDX) TO PD-RETIRING-NAME.
           MOVE MG-SURVIVING-ID(MG-IDX) TO PD-SURVIVING-ID.
           MOVE MG-SURVIVING-NAME(MG-IDX) TO PD-SURVIVING-NAME.
           MOVE MG-REQUESTED-BY(MG-IDX) TO PD-REQUESTED-BY.
           IF MG-OK(MG-IDX) = "Y"
               MOVE MG-RETIRING-BALANCE(MG-IDX) TO PD-BALANCE-MOVED
               MOVE "MERGED" TO PD-STATUS
           ELSE
               MOVE ZERO TO PD-BALANCE-MOVED
               MOVE "REFUSED" TO PD-STATUS
           END-IF.
           MOVE WS-PAIR-DETAIL TO REGISTER-REPORT-LINE.
           WRITE REGISTER-REPORT-LINE.
           SET WS-PAIR-NUMBER TO MG-IDX.
           PERFORM WRITE-PAIR-CONFLICT
               VARYING CF-IDX FROM 1 BY 1
               UNTIL CF-IDX > WS-CONFLICT-COUNT.

       WRITE-PAIR-CONFLICT.
           IF CF-PAIR-NUMBER(CF-IDX) = WS-PAIR-NUMBER
               MOVE CF-MESSAGE(CF-IDX) TO CL-MESSAGE
               MOVE WS-CONFLICT-LINE TO REGISTER-REPORT-LINE
               WRITE REGISTER-REPORT-LINE
           END-IF.

      * The survivor of a merged pair whose retiring account this
      * is, or not found.
       FIND-RETIRING-PAIR.
           MOVE "N" TO WS-PAIR-FOUND.
           IF WS-LOOKUP-ID NOT = ZERO
               SET MG-IDX TO 1
               SEARCH MERGE-ENTRY
                   AT END
                       CONTINUE
                   WHEN MG-IDX > WS-MERGE-COUNT
                       CONTINUE
                   WHEN MG-RETIRING-ID(MG-IDX) = WS-LOOKUP-ID
                       AND MG-OK(MG-IDX) = "Y"
                       MOVE "Y" TO WS-PAIR-FOUND
               END-SEARCH
           END-IF.

      * ARTRAN.DAT's amount is the subledger net - charges, balance
      * forwards, refunds and returns add, payments, discounts and
      * write-offs subtract - so it proves against the master's
      * balances as well as against itself.
       REKEY-AR-TRANSACTIONS.
           SET FC-IDX TO 1.
           SORT AR-SORT-FILE ON ASCENDING KEY SAR-CUSTOMER-ID
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS RELEASE-AR-TRANSACTIONS
               OUTPUT PROCEDURE IS RETURN-AR-TRANSACTIONS.

       RELEASE-AR-TRANSACTIONS.
           MOVE "N" TO WS-INPUT-EOF.
           OPEN INPUT AR-TRANSACTION-FILE.
           IF AR-TRAN-STATUS = "00"
               MOVE "Y" TO FC-PRESENT(FC-IDX)
           ELSE
               MOVE "Y" TO WS-INPUT-EOF
           END-IF.
           PERFORM READ-AR-TRANSACTION.
           PERFORM RELEASE-AR-TRANSACTION UNTIL WS-INPUT-EOF = "Y".
           IF AR-TRAN-STATUS = "00" OR AR-TRAN-STATUS = "10"
               CLOSE AR-TRANSACTION-FILE
           END-IF.

       READ-AR-TRANSACTION.
           IF WS-INPUT-EOF = "N"
               READ AR-TRANSACTION-FILE
                   AT END MOVE "Y" TO WS-INPUT-EOF
               END-READ
               IF AR-TRAN-STATUS NOT = "00"
                   AND AR-TRAN-STATUS NOT = "10"
                   DISPLAY "Error reading ARTRAN.DAT: "
                       AR-TRAN-STATUS
                   MOVE "Y" TO WS-INPUT-EOF
                   MOVE "Y" TO WS-ABORT
               END-IF
           END-IF.

       RELEASE-AR-TRANSACTION.
           ADD 1 TO FC-COUNT-BEFORE(FC-IDX).
           PERFORM COMPUTE-AR-AMOUNT.
           ADD WS-RECORD-AMOUNT TO FC-AMOUNT-BEFORE(FC-IDX).
           MOVE ART-CUSTOMER-ID TO WS-LOOKUP-ID.
           PERFORM FIND-RETIRING-PAIR.
           IF WS-PAIR-FOUND = "Y"
               MOVE MG-SURVIVING-ID(MG-IDX) TO ART-CUSTOMER-ID
               ADD 1 TO FC-REKEYED(FC-IDX)
           END-IF.
           RELEASE SORT-AR-RECORD FROM AR-TRANSACTION-RECORD.
           PERFORM READ-AR-TRANSACTION.

       COMPUTE-AR-AMOUNT.
           IF ART-CREDIT-ENTRY
               COMPUTE WS-RECORD-AMOUNT = ZERO - ART-AMOUNT
           ELSE
               MOVE ART-AMOUNT TO WS-RECORD-AMOUNT
           END-IF.

      * A read error anywhere in the re-key leaves this file and
      * every one after it as it was - a rewrite from a partial pass
      * would drop records and still prove in balance against it.
       RETURN-AR-TRANSACTIONS.
           IF FC-PRESENT(FC-IDX) = "Y" AND WS-ABORT = "N"
               OPEN OUTPUT AR-TRANSACTION-FILE
               IF AR-TRAN-STATUS NOT = "00"
                   DISPLAY "Error opening ARTRAN.DAT for rewrite: "
                       AR-TRAN-STATUS
                   MOVE "Y" TO WS-ABORT
               ELSE
                   MOVE "Y" TO FC-REWRITTEN(FC-IDX)
                   MOVE "N" TO WS-SORT-EOF
                   PERFORM RETURN-SORTED-AR
                   PERFORM WRITE-SORTED-AR UNTIL WS-SORT-EOF = "Y"
                   CLOSE AR-TRANSACTION-FILE
               END-IF
           END-IF.

       RETURN-SORTED-AR.
           RETURN AR-SORT-FILE INTO AR-TRANSACTION-RECORD
               AT END MOVE "Y" TO WS-SORT-EOF
           END-RETURN.

       WRITE-SORTED-AR.
           WRITE AR-TRANSACTION-RECORD.
           IF AR-TRAN-STATUS NOT = "00"
               DISPLAY "Error writing ARTRAN.DAT: " AR-TRAN-STATUS
           ELSE
               ADD 1 TO FC-COUNT-AFTER(FC-IDX)
               PERFORM COMPUTE-AR-AMOUNT
               ADD WS-RECORD-AMOUNT TO FC-AMOUNT-AFTER(FC-IDX)
           END-IF.
           PERFORM RETURN-SORTED-AR.

      * CONPRICE.DAT's amount is the sum of the contract prices.
       REKEY-CONTRACT-PRICES.
           SET FC-IDX TO 2.
           SORT PRICE-SORT-FILE
               ON ASCENDING KEY SCP-CUSTOMER-ID SCP-ITEM-ID
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS RELEASE-CONTRACT-PRICES
               OUTPUT PROCEDURE IS RETURN-CONTRACT-PRICES.

       RELEASE-CONTRACT-PRICES.
           MOVE "N" TO WS-INPUT-EOF.
           OPEN INPUT CONTRACT-PRICE-FILE.
           IF PRICE-STATUS = "00"
               MOVE "Y" TO FC-PRESENT(FC-IDX)
           ELSE
               MOVE "Y" TO WS-INPUT-EOF
           END-IF.
           PERFORM READ-CONTRACT-PRICE.
           PERFORM RELEASE-CONTRACT-PRICE UNTIL WS-INPUT-EOF = "Y".
           IF PRICE-STATUS = "00" OR PRICE-STATUS = "10"
               CLOSE CONTRACT-PRICE-FILE
           END-IF.

       RELEASE-CONTRACT-PRICE.
           ADD 1 TO FC-COUNT-BEFORE(FC-IDX).
           ADD CP-CONTRACT-PRICE TO FC-AMOUNT-BEFORE(FC-IDX).
           MOVE CP-CUSTOMER-ID TO WS-LOOKUP-ID.
           PERFORM FIND-RETIRING-PAIR.
           IF WS-PAIR-FOUND = "Y"
               MOVE MG-SURVIVING-ID(MG-IDX) TO CP-CUSTOMER-ID
               ADD 1 TO FC-REKEYED(FC-IDX)
           END-IF.
           RELEASE SORT-PRICE-RECORD FROM CONTRACT-PRICE-RECORD.
           PERFORM READ-CONTRACT-PRICE.

       RETURN-CONTRACT-PRICES.
           IF FC-PRESENT(FC-IDX) = "Y" AND WS-ABORT = "N"
               OPEN OUTPUT CONTRACT-PRICE-FILE
               IF PRICE-STATUS NOT = "00"
                   DISPLAY "Error opening CONPRICE.DAT for rewrite: "
                       PRICE-STATUS
                   MOVE "Y" TO WS-ABORT
               ELSE
                   MOVE "Y" TO FC-REWRITTEN(FC-IDX)
                   MOVE "N" TO WS-SORT-EOF
                   PERFORM RETURN-SORTED-PRICE
                   PERFORM WRITE-SORTED-PRICE
                       UNTIL WS-SORT-EOF = "Y"
                   CLOSE CONTRACT-PRICE-FILE
               END-IF
           END-IF.

       RETURN-SORTED-PRICE.
           RETURN PRICE-SORT-FILE INTO CONTRACT-PRICE-RECORD
               AT END MOVE "Y" TO WS-SORT-EOF
           END-RETURN.

       WRITE-SORTED-PRICE.
           WRITE CONTRACT-PRICE-RECORD.
           IF PRICE-STATUS NOT = "00"
               DISPLAY "Error writing CONPRICE.DAT: " PRICE-STATUS
           ELSE
               ADD 1 TO FC-COUNT-AFTER(FC-IDX)
               ADD CP-CONTRACT-PRICE TO FC-AMOUNT-AFTER(FC-IDX)
           END-IF.
           PERFORM RETURN-SORTED-PRICE.

      * CONTRACT.DAT's amount is each contract's price times its
      * quantity - one cycle's recurring billing. A re-keyed
      * contract takes the survivor's name for the invoices RECURGEN
      * raises from it; type and jurisdiction stay as contracted.
       REKEY-CONTRACTS.
           SET FC-IDX TO 3.
           SORT CONTRACT-SORT-FILE ON ASCENDING KEY SCN-CUSTOMER-ID
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS RELEASE-CONTRACTS
               OUTPUT PROCEDURE IS RETURN-CONTRACTS.

       RELEASE-CONTRACTS.
           MOVE "N" TO WS-INPUT-EOF.
           OPEN INPUT CONTRACT-FILE.
           IF CONTRACT-STATUS = "00"
               MOVE "Y" TO FC-PRESENT(FC-IDX)
           ELSE
               MOVE "Y" TO WS-INPUT-EOF
           END-IF.
           PERFORM READ-CONTRACT.
           PERFORM RELEASE-CONTRACT UNTIL WS-INPUT-EOF = "Y".
           IF CONTRACT-STATUS = "00" OR CONTRACT-STATUS = "10"
               CLOSE CONTRACT-FILE
           END-IF.

       RELEASE-CONTRACT.
           ADD 1 TO FC-COUNT-BEFORE(FC-IDX).
           COMPUTE WS-RECORD-AMOUNT = CON-UNIT-PRICE * CON-QTY.
           ADD WS-RECORD-AMOUNT TO FC-AMOUNT-BEFORE(FC-IDX).
           MOVE CON-CUSTOMER-ID TO WS-KEY-X.
           PERFORM NARROW-EIGHT-DIGIT-KEY.
           PERFORM FIND-RETIRING-PAIR.
           IF WS-PAIR-FOUND = "Y"
               MOVE MG-SURVIVING-ID(MG-IDX) TO WS-KEY-9
               MOVE WS-KEY-X TO CON-CUSTOMER-ID
               MOVE MG-SURVIVING-NAME(MG-IDX) TO CON-CUSTOMER-NAME
               ADD 1 TO FC-REKEYED(FC-IDX)
           END-IF.
           RELEASE SORT-CONTRACT-RECORD FROM CONTRACT-RECORD.
           PERFORM READ-CONTRACT.

       RETURN-CONTRACTS.
           IF FC-PRESENT(FC-IDX) = "Y" AND WS-ABORT = "N"
               OPEN OUTPUT CONTRACT-FILE
               IF CONTRACT-STATUS NOT = "00"
                   DISPLAY "Error opening CONTRACT.DAT for rewrite: "
                       CONTRACT-STATUS
                   MOVE "Y" TO WS-ABORT
               ELSE
                   MOVE "Y" TO FC-REWRITTEN(FC-IDX)
                   MOVE "N" TO WS-SORT-EOF
                   PERFORM RETURN-SORTED-CONTRACT
                   PERFORM WRITE-SORTED-CONTRACT
                       UNTIL WS-SORT-EOF = "Y"
                   CLOSE CONTRACT-FILE
               END-IF
           END-IF.

       RETURN-SORTED-CONTRACT.
           RETURN CONTRACT-SORT-FILE INTO CONTRACT-RECORD
               AT END MOVE "Y" TO WS-SORT-EOF
           END-RETURN.

       WRITE-SORTED-CONTRACT.
           WRITE CONTRACT-RECORD.
           IF CONTRACT-STATUS NOT = "00"
               DISPLAY "Error writing CONTRACT.DAT: " CONTRACT-STATUS
           ELSE
               ADD 1 TO FC-COUNT-AFTER(FC-IDX)
               COMPUTE WS-RECORD-AMOUNT = CON-UNIT-PRICE * CON-QTY
               ADD WS-RECORD-AMOUNT TO FC-AMOUNT-AFTER(FC-IDX)
           END-IF.
           PERFORM RETURN-SORTED-CONTRACT.

      * DUNHIST.DAT carries no money; its proof is the count. The
      * retiring account's letter level moves with its debts.
       REKEY-DUNNING-HISTORY.
           SET FC-IDX TO 4.
           SORT DUNNING-SORT-FILE ON ASCENDING KEY SDH-CUSTOMER-ID
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS RELEASE-DUNNING-HISTORY
               OUTPUT PROCEDURE IS RETURN-DUNNING-HISTORY.

       RELEASE-DUNNING-HISTORY.
           MOVE "N" TO WS-INPUT-EOF.
           OPEN INPUT DUN-HISTORY-FILE.
           IF DUN-HIST-STATUS = "00"
               MOVE "Y" TO FC-PRESENT(FC-IDX)
           ELSE
               MOVE "Y" TO WS-INPUT-EOF
           END-IF.
           PERFORM READ-DUNNING-HISTORY.
           PERFORM RELEASE-DUNNING-RECORD UNTIL WS-INPUT-EOF = "Y".
           IF DUN-HIST-STATUS = "00" OR DUN-HIST-STATUS = "10"
               CLOSE DUN-HISTORY-FILE
           END-IF.

       RELEASE-DUNNING-RECORD.
           ADD 1 TO FC-COUNT-BEFORE(FC-IDX).
           MOVE DH-CUSTOMER-ID TO WS-LOOKUP-ID.
           PERFORM FIND-RETIRING-PAIR.
           IF WS-PAIR-FOUND = "Y"
               MOVE MG-SURVIVING-ID(MG-IDX) TO DH-CUSTOMER-ID
               ADD 1 TO FC-REKEYED(FC-IDX)
           END-IF.
           RELEASE SORT-DUNNING-RECORD FROM DUNNING-HISTORY-RECORD.
           PERFORM READ-DUNNING-HISTORY.

       RETURN-DUNNING-HISTORY.
           IF FC-PRESENT(FC-IDX) = "Y" AND WS-ABORT = "N"
               OPEN OUTPUT DUN-HISTORY-FILE
               IF DUN-HIST-STATUS NOT = "00"
                   DISPLAY "Error opening DUNHIST.DAT for rewrite: "
                       DUN-HIST-STATUS
                   MOVE "Y" TO WS-ABORT
               ELSE
                   MOVE "Y" TO FC-REWRITTEN(FC-IDX)
                   MOVE "N" TO WS-SORT-EOF
                   PERFORM RETURN-SORTED-DUNNING
                   PERFORM WRITE-SORTED-DUNNING
                       UNTIL WS-SORT-EOF = "Y"
                   CLOSE DUN-HISTORY-FILE
               END-IF
           END-IF.

       RETURN-SORTED-DUNNING.
           RETURN DUNNING-SORT-FILE INTO DUNNING-HISTORY-RECORD
               AT END MOVE "Y" TO WS-SORT-EOF
           END-RETURN.

       WRITE-SORTED-DUNNING.
           WRITE DUNNING-HISTORY-RECORD.
           IF DUN-HIST-STATUS NOT = "00"
               DISPLAY "Error writing DUNHIST.DAT: " DUN-HIST-STATUS
           ELSE
               ADD 1 TO FC-COUNT-AFTER(FC-IDX)
           END-IF.
           PERFORM RETURN-SORTED-DUNNING.

      * The hold queue has no order to keep; it is written back from
      * the table as it was read, the re-keyed headers taking the
      * survivor's number and name.
       REKEY-HELD-INVOICES.
           SET FC-IDX TO 5.
           IF FC-PRESENT(FC-IDX) = "Y" AND WS-ABORT = "N"
               OPEN OUTPUT INVOICE-HOLD-FILE
               IF HOLD-STATUS NOT = "00"
                   DISPLAY "Error opening INVHOLD.DAT for rewrite: "
                       HOLD-STATUS
                   MOVE "Y" TO WS-ABORT
               ELSE
                   MOVE "Y" TO FC-REWRITTEN(FC-IDX)
                   PERFORM WRITE-HELD-INVOICE
                       VARYING HO-IDX FROM 1 BY 1
                       UNTIL HO-IDX > WS-HOLD-COUNT
                   CLOSE INVOICE-HOLD-FILE
               END-IF
           END-IF.

       WRITE-HELD-INVOICE.
           MOVE HOT-RECORD(HO-IDX) TO HOLD-HEADER-RECORD.
           MOVE HH-CUSTOMER-ID TO WS-KEY-X.
           PERFORM NARROW-EIGHT-DIGIT-KEY.
           PERFORM FIND-RETIRING-PAIR.
           IF WS-PAIR-FOUND = "Y"
               MOVE MG-SURVIVING-ID(MG-IDX) TO WS-KEY-9
               MOVE WS-KEY-X TO HH-CUSTOMER-ID
               MOVE MG-SURVIVING-NAME(MG-IDX) TO HH-CUSTOMER-NAME
               ADD 1 TO FC-REKEYED(FC-IDX)
           END-IF.
           WRITE HOLD-HEADER-RECORD.
           IF HOLD-STATUS NOT = "00"
               DISPLAY "Error writing INVHOLD.DAT: " HOLD-STATUS
           ELSE
               ADD 1 TO FC-COUNT-AFTER(FC-IDX)
           END-IF.

      * DISPUTE.DAT's amount is the sum of the amounts disputed. It
      * is kept in invoice-number order; re-keying moves no record
      * out of it. The survivor now carries the disputed items, so
      * FINCHG and CUSTDUN hold them out for it.
       REKEY-DISPUTES.
           SET FC-IDX TO 6.
           SORT DISPUTE-SORT-FILE ON ASCENDING KEY SDS-INVOICE-NUMBER
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS RELEASE-DISPUTES
               OUTPUT PROCEDURE IS RETURN-DISPUTES.

       RELEASE-DISPUTES.
           MOVE "N" TO WS-INPUT-EOF.
           OPEN INPUT DISPUTE-FILE.
           IF DISPUTE-STATUS = "00"
               MOVE "Y" TO FC-PRESENT(FC-IDX)
           ELSE
               MOVE "Y" TO WS-INPUT-EOF
           END-IF.
           PERFORM READ-DISPUTE.
           PERFORM RELEASE-DISPUTE UNTIL WS-INPUT-EOF = "Y".
           IF DISPUTE-STATUS = "00" OR DISPUTE-STATUS = "10"
               CLOSE DISPUTE-FILE
           END-IF.

       READ-DISPUTE.
           IF WS-INPUT-EOF = "N"
               READ DISPUTE-FILE
                   AT END MOVE "Y" TO WS-INPUT-EOF
               END-READ
               IF DISPUTE-STATUS NOT = "00"
                   AND DISPUTE-STATUS NOT = "10"
                   DISPLAY "Error reading DISPUTE.DAT: "
                       DISPUTE-STATUS
                   MOVE "Y" TO WS-INPUT-EOF
                   MOVE "Y" TO WS-ABORT
               END-IF
           END-IF.

       RELEASE-DISPUTE.
           ADD 1 TO FC-COUNT-BEFORE(FC-IDX).
           ADD DSP-AMOUNT TO FC-AMOUNT-BEFORE(FC-IDX).
           MOVE DSP-CUSTOMER-ID TO WS-LOOKUP-ID.
           PERFORM FIND-RETIRING-PAIR.
           IF WS-PAIR-FOUND = "Y"
               MOVE MG-SURVIVING-ID(MG-IDX) TO DSP-CUSTOMER-ID
               ADD 1 TO FC-REKEYED(FC-IDX)
           END-IF.
           RELEASE SORT-DISPUTE-RECORD FROM DISPUTE-RECORD.
           PERFORM READ-DISPUTE.

       RETURN-DISPUTES.
           IF FC-PRESENT(FC-IDX) = "Y" AND WS-ABORT = "N"
               OPEN OUTPUT DISPUTE-FILE
               IF DISPUTE-STATUS NOT = "00"
                   DISPLAY "Error opening DISPUTE.DAT for rewrite: "
                       DISPUTE-STATUS
                   MOVE "Y" TO WS-ABORT
               ELSE
                   MOVE "Y" TO FC-REWRITTEN(FC-IDX)
                   MOVE "N" TO WS-SORT-EOF
                   PERFORM RETURN-SORTED-DISPUTE
                   PERFORM WRITE-SORTED-DISPUTE
                       UNTIL WS-SORT-EOF = "Y"
                   CLOSE DISPUTE-FILE
               END-IF
           END-IF.

       RETURN-SORTED-DISPUTE.
           RETURN DISPUTE-SORT-FILE INTO DISPUTE-RECORD
               AT END MOVE "Y" TO WS-SORT-EOF
           END-RETURN.

       WRITE-SORTED-DISPUTE.
           WRITE DISPUTE-RECORD.
           IF DISPUTE-STATUS NOT = "00"
               DISPLAY "Error writing DISPUTE.DAT: " DISPUTE-STATUS
           ELSE
               ADD 1 TO FC-COUNT-AFTER(FC-IDX)
               ADD DSP-AMOUNT TO FC-AMOUNT-AFTER(FC-IDX)
           END-IF.
           PERFORM RETURN-SORTED-DISPUTE.

      * Re-keyed backorders take the survivor's name for the fill
      * invoice, as the held invoices do.
       REKEY-BACKORDERS.
           SET FC-IDX TO 7.
           IF FC-PRESENT(FC-IDX) = "Y" AND WS-ABORT = "N"
               OPEN OUTPUT BACKORDER-FILE
               IF BACKORDER-STATUS NOT = "00"
                   DISPLAY "Error opening BACKORD.DAT for rewrite: "
                       BACKORDER-STATUS
                   MOVE "Y" TO WS-ABORT
               ELSE
                   MOVE "Y" TO FC-REWRITTEN(FC-IDX)
                   PERFORM WRITE-BACKORDER
                       VARYING BK-IDX FROM 1 BY 1
                       UNTIL BK-IDX > WS-BACKORDER-COUNT
                   CLOSE BACKORDER-FILE
               END-IF
           END-IF.

       WRITE-BACKORDER.
           MOVE BKT-RECORD(BK-IDX) TO BACKORDER-RECORD.
           MOVE BO-CUSTOMER-ID TO WS-KEY-X.
           PERFORM NARROW-EIGHT-DIGIT-KEY.
           PERFORM FIND-RETIRING-PAIR.
           IF WS-PAIR-FOUND = "Y"
               MOVE MG-SURVIVING-ID(MG-IDX) TO WS-KEY-9
               MOVE WS-KEY-X TO BO-CUSTOMER-ID
               MOVE MG-SURVIVING-NAME(MG-IDX) TO BO-CUSTOMER-NAME
               ADD 1 TO FC-REKEYED(FC-IDX)
           END-IF.
           WRITE BACKORDER-RECORD.
           IF BACKORDER-STATUS NOT = "00"
               DISPLAY "Error writing BACKORD.DAT: " BACKORDER-STATUS
           ELSE
               ADD 1 TO FC-COUNT-AFTER(FC-IDX)
               COMPUTE WS-RECORD-AMOUNT = BO-ITEM-PRICE * BO-QTY
               ADD WS-RECORD-AMOUNT TO FC-AMOUNT-AFTER(FC-IDX)
           END-IF.

      * The retiring account's certificates, lapsed ones included,
      * move to the survivor so its exempt invoices stay exempt and
      * the history of what was exempted under them is kept.
       REKEY-TAX-EXEMPTIONS.
           SET FC-IDX TO 8.
           IF FC-PRESENT(FC-IDX) = "Y" AND WS-ABORT = "N"
               OPEN OUTPUT TAX-EXEMPTION-FILE
               IF TAX-EXEMPT-STATUS NOT = "00"
                   DISPLAY "Error opening TAXEXMPT.DAT for rewrite: "
                       TAX-EXEMPT-STATUS
                   MOVE "Y" TO WS-ABORT
               ELSE
                   MOVE "Y" TO FC-REWRITTEN(FC-IDX)
                   PERFORM WRITE-TAX-EXEMPTION
                       VARYING TX-IDX FROM 1 BY 1
                       UNTIL TX-IDX > WS-EXEMPTION-COUNT
                   CLOSE TAX-EXEMPTION-FILE
               END-IF
           END-IF.

       WRITE-TAX-EXEMPTION.
           MOVE TXT-RECORD(TX-IDX) TO TAX-EXEMPTION-RECORD.
           MOVE TXE-CUSTOMER-ID TO WS-LOOKUP-ID.
           PERFORM FIND-RETIRING-PAIR.
           IF WS-PAIR-FOUND = "Y"
               MOVE MG-SURVIVING-ID(MG-IDX) TO TXE-CUSTOMER-ID
               ADD 1 TO FC-REKEYED(FC-IDX)
           END-IF.
           WRITE TAX-EXEMPTION-RECORD.
           IF TAX-EXEMPT-STATUS NOT = "00"
               DISPLAY "Error writing TAXEXMPT.DAT: " TAX-EXEMPT-STATUS
           ELSE
               ADD 1 TO FC-COUNT-AFTER(FC-IDX)
           END-IF.

      * Registry entries stay in billing order; a re-keyed entry
      * names the survivor so its credit memos find the invoice.
       REKEY-BILLING-REGISTRY.
           SET FC-IDX TO 9.
           IF FC-PRESENT(FC-IDX) = "Y" AND WS-ABORT = "N"
               OPEN OUTPUT BILLING-REGISTRY-FILE
               IF REGISTRY-STATUS NOT = "00"
                   DISPLAY "Error opening BILLREG.DAT for rewrite: "
                       REGISTRY-STATUS
                   MOVE "Y" TO WS-ABORT
               ELSE
                   MOVE "Y" TO FC-REWRITTEN(FC-IDX)
                   PERFORM WRITE-REGISTRY-ENTRY
                       VARYING RG-IDX FROM 1 BY 1
                       UNTIL RG-IDX > WS-REGISTRY-COUNT
                   CLOSE BILLING-REGISTRY-FILE
               END-IF
           END-IF.

       WRITE-REGISTRY-ENTRY.
           MOVE RGT-RECORD(RG-IDX) TO BILLING-REGISTRY-RECORD.
           MOVE BRG-CUSTOMER-ID TO WS-LOOKUP-ID.
           PERFORM FIND-RETIRING-PAIR.
           IF WS-PAIR-FOUND = "Y"
               MOVE MG-SURVIVING-ID(MG-IDX) TO BRG-CUSTOMER-ID
               ADD 1 TO FC-REKEYED(FC-IDX)
           END-IF.
           WRITE BILLING-REGISTRY-RECORD.
           IF REGISTRY-STATUS NOT = "00"
               DISPLAY "Error writing BILLREG.DAT: " REGISTRY-STATUS
           ELSE
               ADD 1 TO FC-COUNT-AFTER(FC-IDX)
               ADD BRG-TOTAL-AMOUNT TO FC-AMOUNT-AFTER(FC-IDX)
           END-IF.

      * Released headers take the survivor's number and name, as
      * the held ones do.
       REKEY-RELEASED-HEADERS.
           SET FC-IDX TO 10.
           IF FC-PRESENT(FC-IDX) = "Y" AND WS-ABORT = "N"
               OPEN OUTPUT RELEASED-HEADER-FILE
               IF REL-HDR-STATUS NOT = "00"
                   DISPLAY "Error opening INVRELH.DAT for rewrite: "
                       REL-HDR-STATUS
                   MOVE "Y" TO WS-ABORT
               ELSE
                   MOVE "Y" TO FC-REWRITTEN(FC-IDX)
                   PERFORM WRITE-RELEASED-HEADER
                       VARYING RH-IDX FROM 1 BY 1
                       UNTIL RH-IDX > WS-RELEASED-COUNT
                   CLOSE RELEASED-HEADER-FILE
               END-IF
           END-IF.

       WRITE-RELEASED-HEADER.
           MOVE RHT-RECORD(RH-IDX) TO INVOICE-HEADER-RECORD.
           MOVE HDR-CUSTOMER-ID TO WS-KEY-X.
           PERFORM NARROW-EIGHT-DIGIT-KEY.
           PERFORM FIND-RETIRING-PAIR.
           IF WS-PAIR-FOUND = "Y"
               MOVE MG-SURVIVING-ID(MG-IDX) TO WS-KEY-9
               MOVE WS-KEY-X TO HDR-CUSTOMER-ID
               MOVE MG-SURVIVING-NAME(MG-IDX) TO HDR-CUSTOMER-NAME
               ADD 1 TO FC-REKEYED(FC-IDX)
           END-IF.
           WRITE INVOICE-HEADER-RECORD.
           IF REL-HDR-STATUS NOT = "00"
               DISPLAY "Error writing INVRELH.DAT: " REL-HDR-STATUS
           ELSE
               ADD 1 TO FC-COUNT-AFTER(FC-IDX)
           END-IF.

      * One balance adjustment moving the retiring balance onto the
      * survivor and one delete retiring the old master, per merged
      * pair, sorted into the CUSTOMER-ID order the maintenance
      * merge applies in. A zero balance needs no adjustment.
       WRITE-MERGE-TRANSACTIONS.
           OPEN OUTPUT MERGE-TRAN-FILE.
           IF MERGE-TRAN-STATUS NOT = "00"
               DISPLAY "Error opening MERGTRAN.DAT: "
                   MERGE-TRAN-STATUS
           END-IF.
           SORT TRAN-SORT-FILE ON ASCENDING KEY STR-CUSTOMER-ID
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS RELEASE-MERGE-TRANSACTIONS
               OUTPUT PROCEDURE IS RETURN-MERGE-TRANSACTIONS.
           PERFORM WRITE-MERGTRAN-TRAILER.
           CLOSE MERGE-TRAN-FILE.

      * A run stopped part way through the re-key writes the
      * trailer alone, so no master is retired until a rerun has
      * moved everything it holds.
       RELEASE-MERGE-TRANSACTIONS.
           IF WS-ABORT = "N"
               PERFORM RELEASE-PAIR-TRANSACTIONS
                   VARYING MG-IDX FROM 1 BY 1
                   UNTIL MG-IDX > WS-MERGE-COUNT
           END-IF.

       RELEASE-PAIR-TRANSACTIONS.
           IF MG-OK(MG-IDX) = "Y"
               IF MG-RETIRING-BALANCE(MG-IDX) NOT = ZERO
                   MOVE SPACES TO CUSTOMER-TRAN-RECORD
                   MOVE MG-REQUESTED-BY(MG-IDX) TO TRAN-OPERATOR-ID
                   SET TRAN-BAL-ADJ TO TRUE
                   MOVE MG-SURVIVING-ID(MG-IDX) TO TRAN-CUSTOMER-ID
                   MOVE MG-RETIRING-BALANCE(MG-IDX) TO TRAN-BALANCE
                   MOVE ZERO TO TRAN-LAST-PAYMENT-DATE
                   MOVE ZERO TO TRAN-CREDIT-LIMIT
                   MOVE ZERO TO TRAN-PARENT-CUSTOMER-ID
                   RELEASE SORT-TRAN-RECORD FROM CUSTOMER-TRAN-RECORD
               END-IF
               MOVE SPACES TO CUSTOMER-TRAN-RECORD
               MOVE MG-REQUESTED-BY(MG-IDX) TO TRAN-OPERATOR-ID
               SET TRAN-DELETE TO TRUE
               MOVE MG-RETIRING-ID(MG-IDX) TO TRAN-CUSTOMER-ID
               MOVE ZERO TO TRAN-BALANCE
               MOVE ZERO TO TRAN-LAST-PAYMENT-DATE
               MOVE ZERO TO TRAN-CREDIT-LIMIT
               MOVE ZERO TO TRAN-PARENT-CUSTOMER-ID
               RELEASE SORT-TRAN-RECORD FROM CUSTOMER-TRAN-RECORD
           END-IF.

       RETURN-MERGE-TRANSACTIONS.
           MOVE "N" TO WS-SORT-EOF.
           PERFORM RETURN-SORTED-TRAN.
           PERFORM WRITE-SORTED-TRAN UNTIL WS-SORT-EOF = "Y".

       RETURN-SORTED-TRAN.
           RETURN TRAN-SORT-FILE INTO CUSTOMER-TRAN-RECORD
               AT END MOVE "Y" TO WS-SORT-EOF
           END-RETURN.

       WRITE-SORTED-TRAN.
           WRITE CUSTOMER-TRAN-RECORD.
           IF MERGE-TRAN-STATUS NOT = "00"
               DISPLAY "Error writing MERGTRAN.DAT: "
                   MERGE-TRAN-STATUS
           ELSE
               ADD TRAN-BALANCE TO WS-MERGTRAN-HASH
               ADD 1 TO WS-MERGE-TRANS-WRITTEN
               IF TRAN-DELETE
                   ADD 1 TO WS-DELETES-WRITTEN
               ELSE
                   ADD 1 TO WS-ADJUSTMENTS-WRITTEN
                   ADD TRAN-BALANCE TO WS-BALANCE-MOVED
               END-IF
           END-IF.
           PERFORM RETURN-SORTED-TRAN.

       WRITE-MERGTRAN-TRAILER.
           MOVE "*TRAILER" TO BCT-TRAILER-ID.
           MOVE WS-MERGE-TRANS-WRITTEN TO BCT-RECORD-COUNT.
           MOVE WS-MERGTRAN-HASH TO BCT-HASH-TOTAL.
           WRITE CUSTOMER-TRAN-RECORD FROM BATCH-CONTROL-TRAILER.
           IF MERGE-TRAN-STATUS NOT = "00"
               DISPLAY "Error writing MERGTRAN.DAT trailer: "
                   MERGE-TRAN-STATUS
           END-IF.

      * Re-keying moves records between customers and nothing else,
      * so every file must come out with the count and amount it
      * went in with. A file that does not is flagged and the run
      * logged aborted.
       WRITE-CONTROL-SECTION.
           MOVE SPACES TO REGISTER-REPORT-LINE.
           WRITE REGISTER-REPORT-LINE.
           MOVE WS-CONTROL-HEADING-1 TO REGISTER-REPORT-LINE.
           WRITE REGISTER-REPORT-LINE.
           IF WS-PAIRS-MERGED = ZERO
               MOVE WS-NOTHING-MERGED-LINE TO REGISTER-REPORT-LINE
               WRITE REGISTER-REPORT-LINE
           ELSE
               MOVE WS-CONTROL-HEADING-2 TO REGISTER-REPORT-LINE
               WRITE REGISTER-REPORT-LINE
               PERFORM WRITE-FILE-CONTROL
                   VARYING FC-IDX FROM 1 BY 1
                   UNTIL FC-IDX > WS-FILE-COUNT
           END-IF.
           MOVE WS-ADJUSTMENTS-WRITTEN TO MT-ADJUSTMENTS.
           MOVE WS-BALANCE-MOVED TO MT-BALANCE-MOVED.
           MOVE WS-DELETES-WRITTEN TO MT-DELETES.
           MOVE WS-MERGTRAN-LINE TO REGISTER-REPORT-LINE.
           WRITE REGISTER-REPORT-LINE.

       WRITE-FILE-CONTROL.
           EVALUATE TRUE
               WHEN FC-PRESENT(FC-IDX) NOT = "Y"
                   MOVE FCN-FILE-NAME(FC-IDX) TO NP-FILE-NAME
                   MOVE WS-NOT-PRESENT-LINE TO REGISTER-REPORT-LINE
               WHEN FC-REWRITTEN(FC-IDX) NOT = "Y"
                   MOVE FCN-FILE-NAME(FC-IDX) TO NR-FILE-NAME
                   MOVE WS-NOT-REWRITTEN-LINE TO REGISTER-REPORT-LINE
               WHEN OTHER
                   PERFORM FORMAT-FILE-CONTROL
           END-EVALUATE.
           WRITE REGISTER-REPORT-LINE.

       FORMAT-FILE-CONTROL.
           MOVE FCN-FILE-NAME(FC-IDX) TO CD-FILE-NAME.
           MOVE FC-COUNT-BEFORE(FC-IDX) TO CD-COUNT-BEFORE.
           MOVE FC-COUNT-AFTER(FC-IDX) TO CD-COUNT-AFTER.
           MOVE FC-REKEYED(FC-IDX) TO CD-REKEYED.
           MOVE FC-AMOUNT-BEFORE(FC-IDX) TO CD-AMOUNT-BEFORE.
           MOVE FC-AMOUNT-AFTER(FC-IDX) TO CD-AMOUNT-AFTER.
           IF FC-COUNT-BEFORE(FC-IDX) = FC-COUNT-AFTER(FC-IDX)
               AND FC-AMOUNT-BEFORE(FC-IDX) = FC-AMOUNT-AFTER(FC-IDX)
               MOVE "IN BALANCE" TO CD-PROOF
           ELSE
               MOVE "** OUT OF BALANCE **" TO CD-PROOF
               MOVE "Y" TO WS-PROOF-OUT
           END-IF.
           MOVE WS-CONTROL-DETAIL TO REGISTER-REPORT-LINE.
