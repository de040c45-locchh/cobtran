      *****************************************************
      *  DISPUTE.CPY                                      *
      *  Disputed-invoice record - one per invoice the      *
      *  customer has challenged, in ascending               *
      *  DSP-INVOICE-NUMBER sequence. A zero DSP-AMOUNT       *
      *  disputes the whole open item; otherwise only the      *
      *  amount named is held out of dunning and finance        *
      *  charges. The record stays on file once resolved -      *
      *  DSP-RESOLVED-DATE set - so the aging report and the      *
      *  workbench still show the history. DSPMAINT builds the     *
      *  next generation from DSPTRAN.DAT; DSPPROM promotes it.     *
      *****************************************************
       01 DISPUTE-RECORD.
           05 DSP-INVOICE-NUMBER     PIC X(10).
           05 DSP-CUSTOMER-ID        PIC 9(5).
           05 DSP-OPEN-DATE          PIC 9(8).
           05 DSP-REASON-CODE        PIC X(02).
               88 DSP-PRICING        VALUE "PR".
               88 DSP-SHORT-SHIPPED  VALUE "SS".
               88 DSP-DAMAGED        VALUE "DM".
               88 DSP-NOT-ORDERED    VALUE "NO".
               88 DSP-QUALITY        VALUE "QL".
               88 DSP-BILLING-ERROR  VALUE "BE".
               88 DSP-OTHER-REASON   VALUE "OT".
               88 DSP-VALID-REASON   VALUES "PR" "SS" "DM" "NO"
                                            "QL" "BE" "OT".
           05 DSP-AMOUNT             PIC 9(7)V99.
           05 DSP-OWNER              PIC X(08).
           05 DSP-RESOLVED-DATE      PIC 9(8).
               88 DSP-UNRESOLVED     VALUE ZERO.
