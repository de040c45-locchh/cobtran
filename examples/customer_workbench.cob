       FILE-CONTROL.
           SELECT CUSTOMER-INDEX-FILE ASSIGN TO "CUSTIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IX-CUSTOMER-ID
               FILE STATUS IS INDEX-STATUS.
           SELECT AR-TRANSACTION-FILE ASSIGN TO "ARTRAN.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS HOLD-STATUS.
           SELECT DISPUTE-FILE ASSIGN TO "DISPUTE.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS DISPUTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 IX-CREDIT-LIMIT       PIC 9(7)V99.
           05 IX-CUSTOMER-TYPE      PIC X(01).
           05 IX-TAX-JURISDICTION   PIC X(02).
           05 IX-TERMS-CODE         PIC X(02).
           05 IX-CREDIT-HOLD        PIC X(01).
           05 IX-PARENT-CUSTOMER-ID PIC 9(5).

       FD AR-TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD.
           05 HH-TAX-JURISDICTION   PIC X(02).
           05 HH-DOCUMENT-TYPE      PIC X(01).
           05 HH-SALES-REP          PIC X(3).
           05 HH-ORIG-INVOICE       PIC X(10).

       FD DISPUTE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DISPUTE.

       WORKING-STORAGE SECTION.
       01 INDEX-STATUS               PIC XX VALUE SPACES.
       01 AR-TRAN-STATUS             PIC XX VALUE SPACES.
       01 DUN-HIST-STATUS            PIC XX VALUE SPACES.
       01 HOLD-STATUS                PIC XX VALUE SPACES.
       01 DISPUTE-STATUS             PIC XX VALUE SPACES.

       01 WS-DONE                    PIC X VALUE "N".
       01 WS-INQUIRY-REPLY           PIC X(10) VALUE SPACES.
       01 WS-AR-TRAN-EOF             PIC X VALUE "N".
       01 WS-DUN-HIST-EOF            PIC X VALUE "N".
       01 WS-HOLD-EOF                PIC X VALUE "N".
       01 WS-DISPUTE-EOF             PIC X VALUE "N".

      * The flat files are tabled once at start-up - the same
      * trade CUSTIDX makes for the master, paid here in storage
       01 WS-HOLD-COUNT              PIC 9(3) VALUE ZERO.
       01 WS-HOLD-MAX                PIC 9(3) VALUE 200.

      * Every dispute on file, resolved or not - the open ones mark
      * their invoices in the activity, and the resolved ones still
      * answer "didn't we settle that?".
       01 DISPUTE-TABLE.
           05 DISPUTE-ENTRY OCCURS 500 TIMES INDEXED BY DT-IDX.
               10 DT-CUSTOMER-ID     PIC 9(5).
               10 DT-INVOICE-NUMBER  PIC X(10).
               10 DT-OPEN-DATE       PIC 9(8).
               10 DT-REASON-CODE     PIC X(02).
               10 DT-AMOUNT          PIC 9(7)V99.
               10 DT-OWNER           PIC X(08).
               10 DT-RESOLVED-DATE   PIC 9(8).
       01 WS-DISPUTE-COUNT           PIC 9(3) VALUE ZERO.
       01 WS-DISPUTE-MAX             PIC 9(3) VALUE 500.
       01 WS-DISPUTE-MARK            PIC X(10) VALUE SPACES.

      * Every account with a parent, picked up by one pass over the
      * index at start-up, so any member of a family can be asked
      * about and the whole family shown. The parent itself is read
      * by key when it is not the account asked about.
       01 FAMILY-TABLE.
           05 FAMILY-ENTRY OCCURS 500 TIMES INDEXED BY FA-IDX.
               10 FA-CUSTOMER-ID     PIC 9(5).
               10 FA-PARENT-ID       PIC 9(5).
               10 FA-CUSTOMER-NAME   PIC X(30).
               10 FA-BALANCE         PIC S9(7)V99.
       01 WS-FAMILY-COUNT            PIC 9(3) VALUE ZERO.
       01 WS-FAMILY-MAX              PIC 9(3) VALUE 500.
       01 WS-INDEX-EOF               PIC X VALUE "N".
       01 WS-FAMILY-HEAD             PIC 9(5) VALUE ZEROS.
       01 WS-FAMILY-BRANCHES         PIC 9(3) VALUE ZERO.
       01 WS-FAMILY-BALANCE          PIC S9(9)V99 VALUE ZERO.
       01 WS-FAMILY-LIMIT            PIC 9(7)V99 VALUE ZERO.
       01 WS-FAMILY-HEADROOM         PIC S9(9)V99 VALUE ZERO.

      * HH-CUSTOMER-ID on the hold file is always eight numeric
      * digits - every held header passed INVOICECALC's numeric
      * gate - so the five-digit inquiry key is widened through a
       01 DISPLAY-CREDIT-LIMIT       PIC $$,$$$,$$9.99.
       01 DISPLAY-AMOUNT             PIC $$,$$$,$$9.99-.
       01 DISPLAY-NET                PIC $$,$$$,$$9.99-.
       01 DISPLAY-DISPUTED           PIC $$,$$$,$$9.99.
       01 WS-TYPE-WORD               PIC X(7) VALUE SPACES.
       01 WS-LEVEL-WORD              PIC X(16) VALUE SPACES.

               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-FAMILY-MEMBERS.
           PERFORM LOAD-AR-ACTIVITY.
           PERFORM LOAD-DUN-HISTORY.
           PERFORM LOAD-HELD-INVOICES.
           PERFORM LOAD-DISPUTES.
           DISPLAY "ARWORK - customer AR workbench. Enter a "
               "CUSTOMER-ID, or END to finish.".
           PERFORM ANSWER-ONE-INQUIRY UNTIL WS-DONE = "Y".
               " inquiry(s) answered.".
           STOP RUN.

       LOAD-FAMILY-MEMBERS.
           PERFORM READ-NEXT-INDEXED.
           PERFORM STORE-FAMILY-MEMBER
               UNTIL WS-INDEX-EOF = "Y".

       READ-NEXT-INDEXED.
           READ CUSTOMER-INDEX-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-INDEX-EOF
           END-READ.
           IF INDEX-STATUS NOT = "00"
               AND INDEX-STATUS NOT = "10"
               DISPLAY "Error reading CUSTIDX.DAT: " INDEX-STATUS
               MOVE "Y" TO WS-INDEX-EOF
           END-IF.

       STORE-FAMILY-MEMBER.
           IF IX-PARENT-CUSTOMER-ID NOT = ZERO
               AND IX-PARENT-CUSTOMER-ID NOT = IX-CUSTOMER-ID
               IF WS-FAMILY-COUNT < WS-FAMILY-MAX
                   ADD 1 TO WS-FAMILY-COUNT
                   SET FA-IDX TO WS-FAMILY-COUNT
                   MOVE IX-CUSTOMER-ID TO FA-CUSTOMER-ID(FA-IDX)
                   MOVE IX-PARENT-CUSTOMER-ID TO FA-PARENT-ID(FA-IDX)
                   MOVE IX-CUSTOMER-NAME TO FA-CUSTOMER-NAME(FA-IDX)
                   MOVE IX-BALANCE TO FA-BALANCE(FA-IDX)
               ELSE
                   DISPLAY "Warning: family table full - families "
                       "beyond " WS-FAMILY-MAX " branches not shown"
                   MOVE "Y" TO WS-INDEX-EOF
               END-IF
           END-IF.
           IF WS-INDEX-EOF = "N"
               PERFORM READ-NEXT-INDEXED
           END-IF.

       LOAD-AR-ACTIVITY.
           OPEN INPUT AR-TRANSACTION-FILE.
           IF AR-TRAN-STATUS NOT = "00"
           END-IF.
           PERFORM READ-HOLD-HEADER.

       LOAD-DISPUTES.
           OPEN INPUT DISPUTE-FILE.
           IF DISPUTE-STATUS NOT = "00"
               MOVE "Y" TO WS-DISPUTE-EOF
           END-IF.
           PERFORM READ-DISPUTE.
           PERFORM STORE-DISPUTE
               UNTIL WS-DISPUTE-EOF = "Y".
           IF DISPUTE-STATUS = "00" OR DISPUTE-STATUS = "10"
               CLOSE DISPUTE-FILE
           END-IF.

       READ-DISPUTE.
           IF WS-DISPUTE-EOF = "N"
               READ DISPUTE-FILE
                   AT END MOVE "Y" TO WS-DISPUTE-EOF
               END-READ
               IF DISPUTE-STATUS NOT = "00"
                   AND DISPUTE-STATUS NOT = "10"
                   DISPLAY "Error reading DISPUTE.DAT: "
                       DISPUTE-STATUS
                   MOVE "Y" TO WS-DISPUTE-EOF
               END-IF
           END-IF.

       STORE-DISPUTE.
           IF WS-DISPUTE-COUNT < WS-DISPUTE-MAX
               ADD 1 TO WS-DISPUTE-COUNT
               SET DT-IDX TO WS-DISPUTE-COUNT
               MOVE DSP-CUSTOMER-ID TO DT-CUSTOMER-ID(DT-IDX)
               MOVE DSP-INVOICE-NUMBER TO DT-INVOICE-NUMBER(DT-IDX)
               MOVE DSP-OPEN-DATE TO DT-OPEN-DATE(DT-IDX)
               MOVE DSP-REASON-CODE TO DT-REASON-CODE(DT-IDX)
               MOVE DSP-AMOUNT TO DT-AMOUNT(DT-IDX)
               MOVE DSP-OWNER TO DT-OWNER(DT-IDX)
               MOVE DSP-RESOLVED-DATE TO DT-RESOLVED-DATE(DT-IDX)
           ELSE
               DISPLAY "Warning: dispute table full"
               MOVE "Y" TO WS-DISPUTE-EOF
           END-IF.
           PERFORM READ-DISPUTE.

      * One direct read per request, the CUSTINQ convention; a reply
      * that isn't a number is the signal to finish.
       ANSWER-ONE-INQUIRY.
           DISPLAY "BALANCE          : " DISPLAY-BALANCE.
           DISPLAY "LAST PAYMENT DATE: " IX-LAST-PAYMENT-DATE.
           DISPLAY "CREDIT LIMIT     : " DISPLAY-CREDIT-LIMIT.
           DISPLAY "PAYMENT TERMS    : " IX-TERMS-CODE.
           DISPLAY "CREDIT HOLD      : " IX-CREDIT-HOLD.
           PERFORM DISPLAY-AR-ACTIVITY.
           PERFORM DISPLAY-DUNNING-STATUS.
           PERFORM DISPLAY-HELD-INVOICES.
           PERFORM DISPLAY-DISPUTES.
           PERFORM DISPLAY-FAMILY.
           DISPLAY "=====================================".

       DISPLAY-AR-ACTIVITY.
                       MOVE "PAYMENT" TO WS-TYPE-WORD
                       SUBTRACT AA-AMOUNT(AA-IDX)
                           FROM WS-CUSTOMER-NET
                   WHEN "D"
                       MOVE "DISCNT " TO WS-TYPE-WORD
                       SUBTRACT AA-AMOUNT(AA-IDX)
                           FROM WS-CUSTOMER-NET
                   WHEN "W"
                       MOVE "WRTOFF " TO WS-TYPE-WORD
                       SUBTRACT AA-AMOUNT(AA-IDX)
                           FROM WS-CUSTOMER-NET
                   WHEN "B"
                       MOVE "BAL FWD" TO WS-TYPE-WORD
                       ADD AA-AMOUNT(AA-IDX) TO WS-CUSTOMER-NET
                   WHEN "R"
                       MOVE "REFUND " TO WS-TYPE-WORD
                       ADD AA-AMOUNT(AA-IDX) TO WS-CUSTOMER-NET
                   WHEN "N"
                       MOVE "RETURN " TO WS-TYPE-WORD
                       ADD AA-AMOUNT(AA-IDX) TO WS-CUSTOMER-NET
                   WHEN OTHER
                       MOVE "CHARGE " TO WS-TYPE-WORD
                       ADD AA-AMOUNT(AA-IDX) TO WS-CUSTOMER-NET
               END-EVALUATE
               MOVE AA-AMOUNT(AA-IDX) TO DISPLAY-AMOUNT
               PERFORM FIND-ROW-DISPUTE
               DISPLAY "  " AA-TRAN-DATE(AA-IDX) " " WS-TYPE-WORD
                   " " AA-INVOICE-NUMBER(AA-IDX) " "
                   DISPLAY-AMOUNT " " AA-DESCRIPTION(AA-IDX)
                   " " WS-DISPUTE-MARK
               ADD 1 TO WS-ACTIVITY-SHOWN
           END-IF.

      * A row on an invoice with an open dispute is marked so the
      * caller sees at once which money the customer is contesting.
       FIND-ROW-DISPUTE.
           MOVE SPACES TO WS-DISPUTE-MARK.
           IF AA-INVOICE-NUMBER(AA-IDX) NOT = SPACES
               SET DT-IDX TO 1
               SEARCH DISPUTE-ENTRY
                   AT END
                       CONTINUE
                   WHEN DT-IDX > WS-DISPUTE-COUNT
                       CONTINUE
                   WHEN DT-CUSTOMER-ID(DT-IDX) = WS-INQUIRY-KEY
                       AND DT-INVOICE-NUMBER(DT-IDX)
                           = AA-INVOICE-NUMBER(AA-IDX)
                       AND DT-RESOLVED-DATE(DT-IDX) = ZERO
                       MOVE "IN DISPUTE" TO WS-DISPUTE-MARK
               END-SEARCH
           END-IF.

       DISPLAY-DUNNING-STATUS.
           DISPLAY "--- DUNNING ---".
           MOVE "N" TO WS-FOUND-ANY.
                   " AWAITING CREDIT RELEASE"
               MOVE "Y" TO WS-FOUND-ANY
           END-IF.

       DISPLAY-DISPUTES.
           DISPLAY "--- DISPUTES ---".
           MOVE "N" TO WS-FOUND-ANY.
           PERFORM DISPLAY-ONE-DISPUTE-ROW
               VARYING DT-IDX FROM 1 BY 1
               UNTIL DT-IDX > WS-DISPUTE-COUNT.
           IF WS-FOUND-ANY = "N"
               DISPLAY "  (no invoice disputed)"
           END-IF.

      * A zero amount disputes whatever is open on the invoice.
       DISPLAY-ONE-DISPUTE-ROW.
           IF DT-CUSTOMER-ID(DT-IDX) = WS-INQUIRY-KEY
               MOVE DT-AMOUNT(DT-IDX) TO DISPLAY-DISPUTED
               IF DT-RESOLVED-DATE(DT-IDX) = ZERO
                   DISPLAY "  " DT-INVOICE-NUMBER(DT-IDX)
                       " IN DISPUTE SINCE " DT-OPEN-DATE(DT-IDX)
                       " REASON " DT-REASON-CODE(DT-IDX)
                       " OWNER " DT-OWNER(DT-IDX) " "
                       DISPLAY-DISPUTED
               ELSE
                   DISPLAY "  " DT-INVOICE-NUMBER(DT-IDX)
                       " DISPUTED " DT-OPEN-DATE(DT-IDX)
                       " REASON " DT-REASON-CODE(DT-IDX)
                       " RESOLVED " DT-RESOLVED-DATE(DT-IDX)
               END-IF
               MOVE "Y" TO WS-FOUND-ANY
           END-IF.

      * A branch shows its parent's family, a parent its own; an
      * account in no family shows nothing. Last in the display, as
      * reading the parent by key replaces the record asked about.
       DISPLAY-FAMILY.
           IF IX-PARENT-CUSTOMER-ID NOT = ZERO
               AND IX-PARENT-CUSTOMER-ID NOT = IX-CUSTOMER-ID
               MOVE IX-PARENT-CUSTOMER-ID TO WS-FAMILY-HEAD
           ELSE
               MOVE IX-CUSTOMER-ID TO WS-FAMILY-HEAD
           END-IF.
           MOVE ZERO TO WS-FAMILY-BRANCHES.
           PERFORM COUNT-FAMILY-BRANCH
               VARYING FA-IDX FROM 1 BY 1
               UNTIL FA-IDX > WS-FAMILY-COUNT.
           IF WS-FAMILY-BRANCHES > ZERO
               DISPLAY "--- FAMILY ---"
               MOVE ZERO TO WS-FAMILY-BALANCE WS-FAMILY-LIMIT
               IF WS-FAMILY-HEAD NOT = IX-CUSTOMER-ID
                   MOVE WS-FAMILY-HEAD TO IX-CUSTOMER-ID
                   READ CUSTOMER-INDEX-FILE
                       INVALID KEY
                           DISPLAY "  PARENT " WS-FAMILY-HEAD
                               " NOT ON FILE (" INDEX-STATUS ")"
                       NOT INVALID KEY
                           PERFORM DISPLAY-FAMILY-PARENT
                   END-READ
               ELSE
                   PERFORM DISPLAY-FAMILY-PARENT
               END-IF
               PERFORM DISPLAY-FAMILY-BRANCH
                   VARYING FA-IDX FROM 1 BY 1
                   UNTIL FA-IDX > WS-FAMILY-COUNT
               MOVE WS-FAMILY-BALANCE TO DISPLAY-NET
               DISPLAY "  FAMILY BALANCE      : " DISPLAY-NET
               IF WS-FAMILY-LIMIT > ZERO
                   MOVE WS-FAMILY-LIMIT TO DISPLAY-CREDIT-LIMIT
                   COMPUTE WS-FAMILY-HEADROOM =
                       WS-FAMILY-LIMIT - WS-FAMILY-BALANCE
                   MOVE WS-FAMILY-HEADROOM TO DISPLAY-AMOUNT
                   DISPLAY "  FAMILY CREDIT LIMIT : "
                       DISPLAY-CREDIT-LIMIT
                   DISPLAY "  FAMILY HEADROOM     : " DISPLAY-AMOUNT
               END-IF
           END-IF.

       COUNT-FAMILY-BRANCH.
           IF FA-PARENT-ID(FA-IDX) = WS-FAMILY-HEAD
               ADD 1 TO WS-FAMILY-BRANCHES
           END-IF.

      * The parent's own limit is the family's.
       DISPLAY-FAMILY-PARENT.
           MOVE IX-BALANCE TO DISPLAY-BALANCE.
           DISPLAY "  PARENT " IX-CUSTOMER-ID " " IX-CUSTOMER-NAME
               " " DISPLAY-BALANCE.
           ADD IX-BALANCE TO WS-FAMILY-BALANCE.
           MOVE IX-CREDIT-LIMIT TO WS-FAMILY-LIMIT.

       DISPLAY-FAMILY-BRANCH.
           IF FA-PARENT-ID(FA-IDX) = WS-FAMILY-HEAD
               MOVE FA-BALANCE(FA-IDX) TO DISPLAY-BALANCE
               DISPLAY "  BRANCH " FA-CUSTOMER-ID(FA-IDX) " "
                   FA-CUSTOMER-NAME(FA-IDX) " " DISPLAY-BALANCE
               ADD FA-BALANCE(FA-IDX) TO WS-FAMILY-BALANCE
           END-IF.
